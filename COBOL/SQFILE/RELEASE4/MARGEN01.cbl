      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Voided invoices are left out of *
      *                                the margins.                    *
      * 15-oct-2026    R. Urquijo      Reads only the period, on the   *
      *                                FAC-FECHA alternate key.        *
      * 15-oct-2026    R. Urquijo      The lines of a voided invoice   *
      *                                are skipped by its own number   *
      *                                (ANUCHK) and not by the last    *
      *                                header read: on the date key    *
      *                                the records of invoices of one  *
      *                                day may come interleaved.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEN01.
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
      *    0100-SCAN-LINES : Buckets the month's lines by category and
      *    customer with revenue and cost, skipping voided invoices.
      *    Only the month is read, through the FAC-FECHA key.
      *-----------------------------------------------------------------
       0100-SCAN-LINES.
           OPEN INPUT FACTURAS
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM 0100-ANU-INICIO
              MOVE WS-MG-MES TO FAC-FECHA(1:6)
              MOVE '00' TO FAC-FECHA(7:2)
              START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-FECHA(1:6) > WS-MG-MES THEN
                          SET WS-END-FILE TO 1
                       END-IF
                       PERFORM 0100-ANU-REGISTRO
                       IF FAC-LIN NOT = 0
                       AND WS-ANU-ANULADA = 0
                       AND FAC-FECHA(1:6) = WS-MG-MES THEN
                          PERFORM 0100-ADD-LINE
                       END-IF
       copy "SESLOG.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "ANUCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
