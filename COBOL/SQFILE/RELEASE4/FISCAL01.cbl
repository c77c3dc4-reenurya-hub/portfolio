      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Voided invoices are left out of *
      *                                the declaration.                *
      * 15-oct-2026    R. Urquijo      Reads only the period, on the   *
      *                                FAC-FECHA alternate key.        *
      * 15-oct-2026    R. Urquijo      Refused in the training data    *
      *                                set: no declaration file is ever*
      *                                written from practice data.     *
      * 15-oct-2026    R. Urquijo      The lines of a voided invoice   *
      *                                are skipped by its own number   *
      *                                (ANUCHK) and not by the last    *
      *                                header read: on the date key    *
      *                                the records of invoices of one  *
      *                                day may come interleaved.       *
      * 15-oct-2026    R. Urquijo      Each invoice is declared once:  *
      *                                the date key only bounds the    *
      *                                invoice numbers of the month,   *
      *                                which are then read in number   *
      *                                order, header and lines         *
      *                                together.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL01.
           77 WS-FS-FNAME        PIC X(30).
           77 WS-FS-MES          PIC X(06).
           77 WS-FS-NUM          PIC 9(06) VALUE 0.
           77 WS-FS-DESDE        PIC 9(06) VALUE 0.
           77 WS-FS-HASTA        PIC 9(06) VALUE 0.
           77 WS-FS-HAY          PIC 9 VALUE 0.
           77 WS-FS-FECHA        PIC X(08).
           77 WS-FS-CLIENTE      PIC X(10).
           77 WS-FS-ABIERTA      PIC 9 VALUE 0.
           IF WS-LOGIN-OK = 0 THEN
              GOBACK
           END-IF
           PERFORM 0100-LOAD-PARAMS
           IF WS-PAR-MODO-ENTRENA THEN
              DISPLAY WS-MSG-ENBQ LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
      *
      *-----------------------------------------------------------------
      *    0100-RUN-EXPORT : Header, one record per invoice, the
      *    month's credit notes as negatives, and the trailer. A
      *    voided invoice is left out of the declaration. The
      *    FAC-FECHA key, whose records of one day may come
      *    interleaved, only bounds the invoice numbers of the month;
      *    the invoices are then read in number order, each header
      *    followed by its own lines.
      *-----------------------------------------------------------------
       0100-RUN-EXPORT.
           MOVE 0 TO WS-FS-DOCS
           SET WS-FS-ABIERTA TO 0
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS NOT = '35' THEN
              PERFORM 0100-FS-RANGO
              IF WS-FS-HAY = 1 THEN
                 PERFORM 0100-FS-FACTURAS
              END-IF
              CLOSE FACTURAS
           ELSE
              CLOSE FACTURAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FS-RANGO : The lowest and highest number of the
      *    invoice headers dated in the month, read on FAC-FECHA.
      *-----------------------------------------------------------------
       0100-FS-RANGO.
           SET WS-FS-HAY TO 0
           MOVE 0 TO WS-FS-DESDE
           MOVE 0 TO WS-FS-HASTA
           SET WS-END-FILE TO 0
           MOVE WS-FS-MES TO FAC-FECHA(1:6)
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
                    IF FAC-FECHA(1:6) > WS-FS-MES THEN
                       SET WS-END-FILE TO 1
                    END-IF
                    IF FAC-LIN = 0
                    AND FAC-FECHA(1:6) = WS-FS-MES THEN
                       IF WS-FS-HAY = 0 THEN
                          SET WS-FS-HAY TO 1
                          MOVE FAC-NUM TO WS-FS-DESDE
                          MOVE FAC-NUM TO WS-FS-HASTA
                       END-IF
                       IF FAC-NUM < WS-FS-DESDE THEN
                          MOVE FAC-NUM TO WS-FS-DESDE
                       END-IF
                       IF FAC-NUM > WS-FS-HASTA THEN
                          MOVE FAC-NUM TO WS-FS-HASTA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FS-FACTURAS : The invoices from WS-FS-DESDE to
      *    WS-FS-HASTA in number order (FAC-CLAVE). Numbers in the
      *    range that belong to another month are skipped by the date
      *    of their header.
      *-----------------------------------------------------------------
       0100-FS-FACTURAS.
           SET WS-END-FILE TO 0
           MOVE WS-FS-DESDE TO FAC-NUM
           MOVE 0 TO FAC-LIN
           START FACTURAS KEY IS NOT LESS THAN FAC-CLAVE
              INVALID KEY
                 SET WS-END-FILE TO 1
           END-START
           PERFORM UNTIL WS-END-FILE = 1
              READ FACTURAS NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF FAC-NUM > WS-FS-HASTA THEN
                       SET WS-END-FILE TO 1
                    ELSE
                       PERFORM 0100-ONE-FAC-REC
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-HEADER : The company identification record.
      *-----------------------------------------------------------------
       0100-WRITE-HEADER.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ONE-FAC-REC : Accumulates one FACTURAS record, read in
      *    number order, into the invoice being grouped. A header
      *    flushes the previous invoice and opens its own when it is
      *    dated in the month and not voided; a line counts only for
      *    the invoice open.
      *-----------------------------------------------------------------
       0100-ONE-FAC-REC.
           IF FAC-LIN = 0 THEN
              IF WS-FS-ABIERTA = 1 THEN
                 PERFORM 0100-FLUSH-INVOICE
              END-IF
              IF FAC-FECHA(1:6) = WS-FS-MES
              AND NOT FAC-ANULADA THEN
                 SET WS-FS-ABIERTA TO 1
                 MOVE FAC-NUM TO WS-FS-NUM
                 MOVE FAC-FECHA TO WS-FS-FECHA
                 MOVE FAC-CLIENTE TO WS-FS-CLIENTE
                 MOVE 0 TO WS-V-FS-BG
                 MOVE 0 TO WS-V-FS-BR
                 MOVE 0 TO WS-V-FS-BE
              END-IF
           ELSE
              IF WS-FS-ABIERTA = 1
              AND FAC-NUM = WS-FS-NUM THEN
                 MOVE FAC-TOTAL TO WS-V-FS-LIN
                 EVALUATE FAC-TAXCLASS
                    WHEN 'R'
                       ADD WS-V-FS-LIN TO WS-V-FS-BR
                    WHEN 'E'
                       ADD WS-V-FS-LIN TO WS-V-FS-BE
                    WHEN OTHER
                       ADD WS-V-FS-LIN TO WS-V-FS-BG
                 END-EVALUATE
              END-IF
           END-IF
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
