      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Voided invoices are left out of *
      *                                the promotion results.          *
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
       PROGRAM-ID. PROMO01.
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ANUWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
           77 WS-PM-COD          PIC X(15).
           77 WS-PM-FDESDE       PIC X(08).
           77 WS-PM-FHASTA       PIC X(08).
           77 WS-PM-PRIMERA      PIC X(08).
           77 WS-PM-PRECIO-IN    PIC ZZZZ9.99.
           77 WS-V-PM-PRECIO     PIC 9(5)V99.
           77 WS-PM-PCT-IN       PIC ZZ9.99.
      *
      *-----------------------------------------------------------------
      *    0100-RESULTS-RPT : Units, revenue and margin of the lines
      *    sold under each promotion flag; voided invoices do not
      *    count. No line can carry the flag before the earliest
      *    promotion starts, so the read begins there on FAC-FECHA.
      *-----------------------------------------------------------------
       0100-RESULTS-RPT.
           MOVE 0 TO WS-PM-CNT
           IF WS-FAC-STATUS = '35' THEN
              CLOSE FACTURAS
           ELSE
              PERFORM 0100-FIRST-PROMO
              SET WS-END-FILE TO 0
              PERFORM 0100-ANU-INICIO
              MOVE WS-PM-PRIMERA TO FAC-FECHA
              START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       PERFORM 0100-ANU-REGISTRO
                       IF FAC-LIN NOT = 0
                       AND WS-ANU-ANULADA = 0
                       AND FAC-PROMO NOT = SPACES THEN
                          PERFORM 0100-ADD-RESULT
                       END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIRST-PROMO : Earliest start date in PROMOS.DAT, left
      *    in WS-PM-PRIMERA; with no promotion on file it is set to
      *    LOW-VALUES and the whole of FACTURAS is read.
      *-----------------------------------------------------------------
       0100-FIRST-PROMO.
           MOVE HIGH-VALUES TO WS-PM-PRIMERA
           OPEN INPUT PROMOS
           IF WS-PMO-STATUS NOT = '00' THEN
              CLOSE PROMOS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PROMOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PMO-FDESDE < WS-PM-PRIMERA THEN
                          MOVE PMO-FDESDE TO WS-PM-PRIMERA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROMOS
           END-IF
           IF WS-PM-PRIMERA = HIGH-VALUES THEN
              MOVE LOW-VALUES TO WS-PM-PRIMERA
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-RESULT : One promo-flagged line into the bucket of
      *    its promotion, with margin against the article cost.
      *-----------------------------------------------------------------
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "ANUCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
