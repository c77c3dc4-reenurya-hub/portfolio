      *                aging report by customer with 0-30 / 31-60 /    *
      *                61-90 / 90+ day buckets, in the style of the    *
      *                stock aging report of INV01 option 28.          *
      *                Items are aged by days past their due date.     *
      * Date         : 01-sep-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Aging by days past the due date *
      *                                of each item (al dia, 1-30,     *
      *                                31-60, 60+) instead of days     *
      *                                since the invoice; the open-item*
      *                                list shows due date and days    *
      *                                past due.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTERA01.
           77 WS-CAR-HOY-N       PIC 9(08).
           77 WS-CAR-FEC-N       PIC 9(08).
           77 WS-V-CAR-DIAS      PIC S9(5).
           77 WS-CAR-DIAS-ED     PIC -ZZZ9.
           77 WS-CAR-CNT         PIC 9(3) VALUE 0.
           77 WS-CAR-IDX         PIC 9(3) VALUE 0.
           77 WS-CAR-HIT         PIC 9(3) VALUE 0.
       '                                                       '.
           77 WS-MSG-CRN0 PIC X(80) VALUE ' No hay documentos abiert'-
       'os en la cartera.                                      '.
           77 WS-LB-CAR1  PIC X(75) VALUE 'TIPO NUMERO FECHA     VAL'-
       'OR       ABONADO    SALDO       VENCE    MORA'.
           77 WS-LB-CAR2  PIC X(75) VALUE 'CLIENTE    AL DIA      VE'-
       'NC 1-30   VENC 31-60  VENC 60+    TOTAL'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-LOAD-PARAMS
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
           DISPLAY WS-MSG-CRCL LINE 06 COL 01
           MOVE SPACES TO WS-CAR-CLIENTE
           ACCEPT WS-CAR-CLIENTE LINE 06 COL 30
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-VEN-HOY-N
           DISPLAY WS-LB-CAR1 LINE 08 COL 01
           DISPLAY WS-HYPHNS LINE 09 COL 01
           SET WS-SRCH-CNT TO 0
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-OPEN-ITEM-ROW : Shows one open document with its due
      *    date and days past due, paging when the screen work area
      *    is full.
      *-----------------------------------------------------------------
       0100-OPEN-ITEM-ROW.
           IF WS-ROWCTRL > 20 THEN
           DISPLAY WS-CAR-REST-ED LINE WS-ROWCTRL COL 35
           MOVE WS-V-CAR-REST TO WS-CAR-REST-ED
           DISPLAY WS-CAR-REST-ED LINE WS-ROWCTRL COL 47
           PERFORM 0100-DIAS-MORA
           DISPLAY WS-VEN-FVEN-N LINE WS-ROWCTRL COL 59
           MOVE WS-VEN-DIAS TO WS-CAR-DIAS-ED
           DISPLAY WS-CAR-DIAS-ED LINE WS-ROWCTRL COL 69
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AGING-RPT : Buckets every open document's remaining
      *    value by days past due per customer (not yet due, 1-30,
      *    31-60 and over 60 days past due) and shows one line per
      *    customer plus the grand totals of each bucket.
      *-----------------------------------------------------------------
       0100-AGING-RPT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CAR-HOY-N
           MOVE WS-CAR-HOY-N TO WS-VEN-HOY-N
           MOVE 0 TO WS-CAR-CNT
           MOVE 0 TO WS-V-CAR-TB1
           MOVE 0 TO WS-V-CAR-TB2
      *
      *-----------------------------------------------------------------
      *    0100-AGING-ADD : Adds one open document's remaining value to
      *    the bucket of its customer according to its days past due.
      *-----------------------------------------------------------------
       0100-AGING-ADD.
           COMPUTE WS-V-CAR-REST = CXC-VALOR - CXC-ABONADO
           IF WS-V-CAR-REST = 0 THEN
              GO TO 0100-AGING-ADD-FIN
           END-IF
           PERFORM 0100-DIAS-MORA
           MOVE WS-VEN-DIAS TO WS-V-CAR-DIAS
           SET WS-CAR-HIT TO 0
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-CNT
           END-IF
           IF WS-CAR-HIT > 0 THEN
              EVALUATE TRUE
                 WHEN WS-V-CAR-DIAS NOT > 0
                    ADD WS-V-CAR-REST TO WS-CAR-T-B1(WS-CAR-HIT)
                    ADD WS-V-CAR-REST TO WS-V-CAR-TB1
                 WHEN WS-V-CAR-DIAS NOT > 30
                    ADD WS-V-CAR-REST TO WS-CAR-T-B2(WS-CAR-HIT)
                    ADD WS-V-CAR-REST TO WS-V-CAR-TB2
                 WHEN WS-V-CAR-DIAS NOT > 60
                    ADD WS-V-CAR-REST TO WS-CAR-T-B3(WS-CAR-HIT)
                    ADD WS-V-CAR-REST TO WS-V-CAR-TB3
                 WHEN OTHER
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "VENCE.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
