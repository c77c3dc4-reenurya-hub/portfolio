      * Program      : COBRO01.cbl                                     *
      * Purpose      : Dunning letter batch. Scans the open items of   *
      *                CARTERA.DAT, classifies every customer by days  *
      *                past due and writes collection letters in three *
      *                escalating texts (recordatorio, aviso firme,    *
      *                aviso final) to CARTAS.PRN, headed with the     *
      *                company data of EMPRESA.DAT. Every letter sent  *
      *                is logged per customer in CARTACOB.DAT so the   *
      *                next run escalates instead of repeating the same*
      *                reminder.                                       *
      * Date         : 01-sep-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Customers are dunned by days    *
      *                                past the due date of their      *
      *                                items, so a customer on long    *
      *                                terms is no longer chased before*
      *                                the terms run out.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRO01.
              WS-ST-CB          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           PERFORM 0100-LOAD-EMPRESA
           PERFORM 0100-LOAD-PARAMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CB-HOY-N
           MOVE WS-CB-HOY-N TO WS-VEN-HOY-N
           MOVE 0 TO WS-CB-CNT
           MOVE 0 TO WS-CB-CARTAS
           PERFORM 0100-SCAN-CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-MORA : Buckets one open item once it is past its
      *    due date.
      *-----------------------------------------------------------------
       0100-ADD-MORA.
           COMPUTE WS-V-CB-REST = CXC-VALOR - CXC-ABONADO
           IF WS-V-CB-REST = 0 THEN
              GO TO 0100-ADD-MORA-FIN
           END-IF
           PERFORM 0100-DIAS-MORA
           MOVE WS-VEN-DIAS TO WS-V-CB-DIAS
           IF WS-V-CB-DIAS NOT > 0 THEN
              GO TO 0100-ADD-MORA-FIN
           END-IF
           SET WS-CB-HIT TO 0
      *-----------------------------------------------------------------
       0100-ONE-LETTER.
           EVALUATE TRUE
              WHEN WS-CB-T-DIAS(WS-CB-IDX) NOT > 30
                 MOVE 1 TO WS-CB-NIVEL
              WHEN WS-CB-T-DIAS(WS-CB-IDX) NOT > 60
                 MOVE 2 TO WS-CB-NIVEL
              WHEN OTHER
                 MOVE 3 TO WS-CB-NIVEL
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
