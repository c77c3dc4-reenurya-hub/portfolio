      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Voided invoices are left out of *
      *                                the Z report.                   *
      * 15-oct-2026    R. Urquijo      Reads only the period, on the   *
      *                                FAC-FECHA alternate key.        *
      * 15-oct-2026    R. Urquijo      The header and lines of a       *
      *                                voided invoice are skipped by   *
      *                                its own number (ANUCHK) and not *
      *                                by the last header read: on the *
      *                                date key the records of         *
      *                                invoices of one day may come    *
      *                                interleaved.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERREV01.
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ANUWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-FACTURAS : Totals the day's headers per operator
      *    and the day's lines per tax class. A voided invoice, header
      *    and lines, stays out of the close. The read starts at the
      *    day on the FAC-FECHA key and stops at the first later date.
      *-----------------------------------------------------------------
       0100-SCAN-FACTURAS.
           MOVE 0 TO WS-ZR-CNT
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM 0100-ANU-INICIO
              MOVE WS-ZR-FECHA TO FAC-FECHA
              START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-FECHA > WS-ZR-FECHA THEN
                          SET WS-END-FILE TO 1
                       END-IF
                       PERFORM 0100-ANU-REGISTRO
                       IF FAC-FECHA = WS-ZR-FECHA
                       AND WS-ANU-ANULADA = 0 THEN
                          IF FAC-LIN = 0 THEN
                             PERFORM 0100-ADD-HEADER
                          ELSE
       copy "SESLOG.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "ANUCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
