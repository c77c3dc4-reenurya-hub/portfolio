      ******************************************************************
      * Program      : CHEQUE01.cbl                                    *
      * Purpose      : Post-dated cheque portfolio over CHEQUES.DAT.   *
      *                The cheques taken in CLIENTE01 under method     *
      *                CHEQPF wait here without touching the balance;  *
      *                marking one deposited lowers CLI-SALDO, covers  *
      *                the oldest open invoices of CARTERA.DAT and     *
      *                records the payment. A bounced cheque reopens   *
      *                exactly what it covered, restores the balance,  *
      *                charges the bank fee of PARAMS.DAT as a 'B'     *
      *                item and flags the customer. Also prints the    *
      *                day's list of cheques to deposit (CHEQHOY.PRN). *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Deposit payment carries the     *
      *                                operator, outside any drawer    *
      *                                session.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CXCSEL.cpy".
       copy "CLISEL.cpy".
       copy "PAGSEL.cpy".
       copy "CHQSEL.cpy".
           SELECT CHQHOYPRN ASSIGN TO "CHEQHOY.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "PAGFD.cpy".
      *
       copy "CHQFD.cpy".
      *
       FD CHQHOYPRN.
       01 CHQHOY-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-CXC-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-PAG-STATUS      PIC XX.
           77 WS-CHQ-STATUS      PIC XX.
           77 WS-CQ-HOY          PIC X(08).
           77 WS-CQ-FOUND        PIC 9 VALUE 0.
           77 WS-CQ-IDX          PIC 99 VALUE 0.
           77 WS-CQ-CLIENTE      PIC X(10).
           77 WS-V-CQ-REST       PIC 9(7)V99.
           77 WS-V-CQ-ITEM       PIC 9(7)V99.
           77 WS-V-CQ-APL        PIC 9(7)V99.
           77 WS-CQ-VAL-ED       PIC ZZZZZZ9.99.
           77 WS-CQ-CNT          PIC 9(4) VALUE 0.
           77 WS-CQ-CNT-ED       PIC ZZZ9.
           77 WS-V-CQ-TOT        PIC 9(11)V99 VALUE 0.
           77 WS-CQ-TOT-ED       PIC ZZZZZZZZZZ9.99.
           77 WS-CQ-MET          PIC X(06) VALUE 'CHEQPF'.
      *
           77 WS-ST-CQ     PIC X(25) VALUE 'CARTERA DE CHEQUES       '.
           77 WS-MSG-CQOP PIC X(80) VALUE ' 1-CARTERA 2-CONSIGNA 3-D'-
       'EVUELTO 4-HOY 5-MARCA 9-SALE        Ingrese opcion [  ]'.
           77 WS-MSG-CQBC PIC X(80) VALUE ' Banco del cheque:       '-
       '                                                       '.
           77 WS-MSG-CQNM PIC X(80) VALUE ' Numero del cheque:      '-
       '                                                       '.
           77 WS-MSG-CQNF PIC X(80) VALUE ' Ese cheque no esta regis'-
       'trado en la cartera.                                   '.
           77 WS-MSG-CQNC PIC X(80) VALUE ' El cheque no esta en car'-
       'tera; no se puede consignar.                           '.
           77 WS-MSG-CQFU PIC X(80) VALUE ' El cheque es posfechado:'-
       ' todavia no se puede consignar.                        '.
           77 WS-MSG-CQND PIC X(80) VALUE ' Solo un cheque consignad'-
       'o puede registrarse como devuelto.                     '.
           77 WS-MSG-CQDP PIC X(80) VALUE ' Cheque consignado: saldo'-
       ' y cartera del cliente abonados.                       '.
           77 WS-MSG-CQDV PIC X(80) VALUE ' Cheque devuelto: cartera'-
       ' reabierta, comision cargada.                          '.
           77 WS-MSG-CQNO PIC X(80) VALUE ' No hay cheques en carter'-
       'a.                                                     '.
           77 WS-MSG-CQHY PIC X(80) VALUE ' Cheques a consignar hoy '-
       'listados en CHEQHOY.PRN:                               '.
           77 WS-MSG-CQCL PIC X(80) VALUE ' Cliente a quitar la marc'-
       'a de cheque devuelto:                                  '.
           77 WS-MSG-CQMK PIC X(80) VALUE ' La marca de cheque devue'-
       'lto fue retirada.                                      '.
           77 WS-MSG-CQNK PIC X(80) VALUE ' El cliente no existe o n'-
       'o tiene marca de cheque devuelto.                      '.
           77 WS-LB-CQ1   PIC X(75) VALUE 'BANCO      NUMERO      CL'-
       'IENTE    CONSIGNAR     VALOR  GIRADOR'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       copy "OPLINK.cpy".
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-OPERATOR.
      *-----------------------------------------------------------------
      *    0000-MAIN : Main paragraph of the program.
      *-----------------------------------------------------------------
       0000-MAIN.
           CALL 'SYSTEM' USING 'CLS'
           IF LNK-OPR-ID = SPACES
           OR LNK-OPR-ID = LOW-VALUE THEN
              PERFORM 0100-OPERATOR-LOGIN
           ELSE
              MOVE LNK-OPR-ID TO WS-OPERATOR-ID
              MOVE LNK-OPR-ROLE TO WS-OPERATOR-ROLE
              SET WS-LOGIN-OK TO 1
           END-IF
           IF WS-LOGIN-OK = 0 THEN
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-LOAD-PARAMS
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-CQ          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:8) TO WS-CQ-HOY
              DISPLAY WS-MSG-CQOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-LIST-CARTERA
                 WHEN 2
                    PERFORM 0100-DEPOSIT
                 WHEN 3
                    PERFORM 0100-BOUNCE
                 WHEN 4
                    PERFORM 0100-PRINT-HOY
                 WHEN 5
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-NOAC LINE 22 COL 01
                    ELSE
                       PERFORM 0100-CLEAR-FLAG
                    END-IF
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
                    SET WS-OPTN TO 9
              END-EVALUATE
              IF WS-OPTN NOT = 9 THEN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              END-IF
           END-PERFORM
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-CARTERA : Shows the cheques still held in the
      *    portfolio with the day each one may be deposited.
      *-----------------------------------------------------------------
       0100-LIST-CARTERA.
           DISPLAY WS-LB-CQ1 LINE 07 COL 01
           DISPLAY WS-HYPHNS LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           MOVE 0 TO WS-CQ-CNT
           OPEN INPUT CHEQUES
           IF WS-CHQ-STATUS NOT = '00' AND WS-CHQ-STATUS NOT = '05'
              CLOSE CHEQUES
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CHEQUES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CHQ-EST-CARTERA THEN
                          ADD 1 TO WS-CQ-CNT
                          PERFORM 0100-LIST-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHEQUES
           END-IF
           IF WS-CQ-CNT = 0 THEN
              DISPLAY WS-MSG-CQNO LINE 12 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-ROW : One portfolio cheque, paging when the screen
      *    work area is full.
      *-----------------------------------------------------------------
       0100-LIST-ROW.
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              MOVE 9 TO WS-ROWCTRL
           END-IF
           MOVE CHQ-VALOR TO WS-CQ-VAL-ED
           DISPLAY CHQ-BANCO LINE WS-ROWCTRL COL 01
           DISPLAY CHQ-NUMERO LINE WS-ROWCTRL COL 12
           DISPLAY CHQ-CLIENTE LINE WS-ROWCTRL COL 24
           DISPLAY CHQ-FDEPOSITO LINE WS-ROWCTRL COL 35
           DISPLAY WS-CQ-VAL-ED LINE WS-ROWCTRL COL 44
           DISPLAY CHQ-GIRADOR(1:20) LINE WS-ROWCTRL COL 56
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-CHEQUE : Asks for bank and number and reads the
      *    cheque from the already opened portfolio.
      *-----------------------------------------------------------------
       0100-GET-CHEQUE.
           SET WS-CQ-FOUND TO 0
           MOVE SPACES TO CHQ-CLAVE
           DISPLAY WS-MSG-CQBC LINE 07 COL 01
           ACCEPT CHQ-BANCO LINE 07 COL 30
           MOVE FUNCTION UPPER-CASE(CHQ-BANCO) TO CHQ-BANCO
           DISPLAY WS-MSG-CQNM LINE 08 COL 01
           ACCEPT CHQ-NUMERO LINE 08 COL 30
           READ CHEQUES
              KEY IS CHQ-CLAVE
              INVALID KEY
                 SET WS-CQ-FOUND TO 0
              NOT INVALID KEY
                 SET WS-CQ-FOUND TO 1
           END-READ
           IF WS-CQ-FOUND = 1 THEN
              MOVE CHQ-VALOR TO WS-CQ-VAL-ED
              DISPLAY WS-LB-CQ1 LINE 10 COL 01
              DISPLAY CHQ-BANCO LINE 11 COL 01
              DISPLAY CHQ-NUMERO LINE 11 COL 12
              DISPLAY CHQ-CLIENTE LINE 11 COL 24
              DISPLAY CHQ-FDEPOSITO LINE 11 COL 35
              DISPLAY WS-CQ-VAL-ED LINE 11 COL 44
              DISPLAY CHQ-GIRADOR(1:20) LINE 11 COL 56
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DEPOSIT : Marks a portfolio cheque deposited once its
      *    date has come. Only now does it lower the balance, cover
      *    the open invoices and land in PAGOS.DAT.
      *-----------------------------------------------------------------
       0100-DEPOSIT.
           OPEN I-O CHEQUES
           PERFORM 0100-GET-CHEQUE
           IF WS-CQ-FOUND = 0 THEN
              DISPLAY WS-MSG-CQNF LINE 22 COL 01
              GO TO 0100-DEPOSIT-FIN
           END-IF
           IF NOT CHQ-EST-CARTERA THEN
              DISPLAY WS-MSG-CQNC LINE 22 COL 01
              GO TO 0100-DEPOSIT-FIN
           END-IF
           IF CHQ-FDEPOSITO > WS-CQ-HOY THEN
              DISPLAY WS-MSG-CQFU LINE 22 COL 01
              GO TO 0100-DEPOSIT-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-DEPOSIT-FIN
           END-IF
           PERFORM 0100-APPLY-CHEQUE
           PERFORM 0100-CLI-ABONO
           PERFORM 0100-WRITE-PAGO
           SET CHQ-EST-DEPOSITADO TO TRUE
           MOVE WS-CQ-HOY TO CHQ-FESTADO
           MOVE WS-OPERATOR-ID TO CHQ-OPERADOR
           REWRITE CHQ-REG
           DISPLAY WS-MSG-CQDP LINE 22 COL 01.
       0100-DEPOSIT-FIN.
           CLOSE CHEQUES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-APPLY-CHEQUE : Covers the customer's open invoices in
      *    number order with the cheque value, remembering on the
      *    cheque what it paid of each (up to ten) so a bounce can
      *    undo exactly that. Any excess stays as credit balance.
      *-----------------------------------------------------------------
       0100-APPLY-CHEQUE.
           MOVE CHQ-VALOR TO WS-V-CQ-REST
           MOVE CHQ-CLIENTE TO WS-CQ-CLIENTE
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > 10
              MOVE 0 TO CHQ-APL-NUM(WS-CQ-IDX)
              MOVE 0 TO CHQ-APL-VALOR(WS-CQ-IDX)
           END-PERFORM
           MOVE 0 TO WS-CQ-IDX
           OPEN I-O CARTERA
           MOVE WS-CQ-CLIENTE TO CXC-CLIENTE
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE 0 TO CXC-NUM
           SET WS-END-FILE TO 0
           START CARTERA KEY IS NOT LESS THAN CXC-CLAVE
              INVALID KEY
                 SET WS-END-FILE TO 1
           END-START
           PERFORM UNTIL WS-END-FILE = 1
              READ CARTERA NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF CXC-CLIENTE NOT = WS-CQ-CLIENTE
                    OR NOT CXC-TIPO-FACTURA THEN
                       SET WS-END-FILE TO 1
                    ELSE
                       IF CXC-EST-ABIERTA THEN
                          PERFORM 0100-APPLY-ITEM
                       END-IF
                    END-IF
              END-READ
              IF WS-V-CQ-REST = 0 OR WS-CQ-IDX = 10 THEN
                 SET WS-END-FILE TO 1
              END-IF
           END-PERFORM
           CLOSE CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-APPLY-ITEM : Pays what it can of one open invoice.
      *-----------------------------------------------------------------
       0100-APPLY-ITEM.
           COMPUTE WS-V-CQ-ITEM = CXC-VALOR - CXC-ABONADO
           IF WS-V-CQ-ITEM = 0 THEN
              GO TO 0100-APPLY-ITEM-FIN
           END-IF
           IF WS-V-CQ-ITEM > WS-V-CQ-REST THEN
              MOVE WS-V-CQ-REST TO WS-V-CQ-APL
           ELSE
              MOVE WS-V-CQ-ITEM TO WS-V-CQ-APL
           END-IF
           ADD WS-V-CQ-APL TO CXC-ABONADO
           IF CXC-ABONADO NOT < CXC-VALOR THEN
              SET CXC-EST-SALDADA TO TRUE
           END-IF
           REWRITE CXC-REG
           SUBTRACT WS-V-CQ-APL FROM WS-V-CQ-REST
           ADD 1 TO WS-CQ-IDX
           MOVE CXC-NUM TO CHQ-APL-NUM(WS-CQ-IDX)
           MOVE WS-V-CQ-APL TO CHQ-APL-VALOR(WS-CQ-IDX).
       0100-APPLY-ITEM-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLI-ABONO : The deposited cheque lowers the balance.
      *-----------------------------------------------------------------
       0100-CLI-ABONO.
           OPEN I-O CLIENTES
           MOVE CHQ-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SUBTRACT CHQ-VALOR FROM CLI-SALDO
                 REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-PAGO : The deposit is the day the money arrives;
      *    it goes to PAGOS.DAT under the cheque method.
      *-----------------------------------------------------------------
       0100-WRITE-PAGO.
           OPEN EXTEND PAGOS
           MOVE WS-CQ-HOY TO PAG-FECHA
           MOVE CHQ-CLIENTE TO PAG-CLIENTE
           MOVE CHQ-VALOR TO PAG-VALOR
           MOVE WS-CQ-MET TO PAG-METODO
           MOVE CHQ-APL-NUM(1) TO PAG-FACTURA
           MOVE WS-OPERATOR-ID TO PAG-OPERADOR
           MOVE 0 TO PAG-SESION
           WRITE REG-PAGO
           CLOSE PAGOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BOUNCE : A deposited cheque returned by the bank.
      *    Reopens the invoices it covered, puts its value back on
      *    the balance together with the bank fee, opens the fee as a
      *    charge item and flags the customer.
      *-----------------------------------------------------------------
       0100-BOUNCE.
           OPEN I-O CHEQUES
           PERFORM 0100-GET-CHEQUE
           IF WS-CQ-FOUND = 0 THEN
              DISPLAY WS-MSG-CQNF LINE 22 COL 01
              GO TO 0100-BOUNCE-FIN
           END-IF
           IF NOT CHQ-EST-DEPOSITADO THEN
              DISPLAY WS-MSG-CQND LINE 22 COL 01
              GO TO 0100-BOUNCE-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-BOUNCE-FIN
           END-IF
           PERFORM 0100-REOPEN-ITEMS
           PERFORM 0100-CLI-CARGO
           IF WS-PAR-CHQCOM > 0 THEN
              PERFORM 0100-WRITE-FEE
           END-IF
           SET CHQ-EST-DEVUELTO TO TRUE
           MOVE WS-CQ-HOY TO CHQ-FESTADO
           MOVE WS-OPERATOR-ID TO CHQ-OPERADOR
           REWRITE CHQ-REG
           DISPLAY WS-MSG-CQDV LINE 22 COL 01.
       0100-BOUNCE-FIN.
           CLOSE CHEQUES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REOPEN-ITEMS : Takes back from each invoice what the
      *    cheque had paid of it and reopens it.
      *-----------------------------------------------------------------
       0100-REOPEN-ITEMS.
           OPEN I-O CARTERA
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > 10
              IF CHQ-APL-NUM(WS-CQ-IDX) > 0 THEN
                 MOVE CHQ-CLIENTE TO CXC-CLIENTE
                 SET CXC-TIPO-FACTURA TO TRUE
                 MOVE CHQ-APL-NUM(WS-CQ-IDX) TO CXC-NUM
                 READ CARTERA
                    KEY IS CXC-CLAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CXC-ABONADO > CHQ-APL-VALOR(WS-CQ-IDX)
                          SUBTRACT CHQ-APL-VALOR(WS-CQ-IDX)
                             FROM CXC-ABONADO
                       ELSE
                          MOVE 0 TO CXC-ABONADO
                       END-IF
                       SET CXC-EST-ABIERTA TO TRUE
                       REWRITE CXC-REG
                 END-READ
              END-IF
           END-PERFORM
           CLOSE CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLI-CARGO : Cheque value and bank fee back on the
      *    balance; the customer is flagged so CLIENTE01 refuses
      *    further post-dated cheques until a supervisor clears it.
      *-----------------------------------------------------------------
       0100-CLI-CARGO.
           OPEN I-O CLIENTES
           MOVE CHQ-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD CHQ-VALOR TO CLI-SALDO
                 ADD WS-PAR-CHQCOM TO CLI-SALDO
                 SET CLI-CHQ-DEVUELTO TO TRUE
                 REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-FEE : Opens the bank fee as a charge item of
      *    CARTERA.DAT numbered from PAR-NEXTCGO, due at once.
      *-----------------------------------------------------------------
       0100-WRITE-FEE.
           OPEN I-O CARTERA
           MOVE SPACES TO CXC-REG
           MOVE CHQ-CLIENTE TO CXC-CLIENTE
           SET CXC-TIPO-CARGO TO TRUE
           MOVE WS-PAR-NEXTCGO TO CXC-NUM
           MOVE WS-CQ-HOY TO CXC-FECHA
           MOVE WS-CQ-HOY TO CXC-FVENCE
           MOVE WS-PAR-CHQCOM TO CXC-VALOR
           MOVE 0 TO CXC-ABONADO
           SET CXC-EST-ABIERTA TO TRUE
           WRITE CXC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE CARTERA
           ADD 1 TO WS-PAR-NEXTCGO
           PERFORM 0100-SAVE-PARAMS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-HOY : The day's deposit slip worklist: every
      *    portfolio cheque whose deposit date has come, with totals.
      *-----------------------------------------------------------------
       0100-PRINT-HOY.
           MOVE 0 TO WS-CQ-CNT
           MOVE 0 TO WS-V-CQ-TOT
           OPEN OUTPUT CHQHOYPRN
           MOVE SPACES TO CHQHOY-RECORD
           STRING 'CHEQUES A CONSIGNAR HOY ' WS-CQ-HOY
           DELIMITED BY SIZE INTO CHQHOY-RECORD
           WRITE CHQHOY-RECORD
           MOVE WS-LB-CQ1 TO CHQHOY-RECORD
           WRITE CHQHOY-RECORD
           MOVE WS-HYPHNS(1:80) TO CHQHOY-RECORD
           WRITE CHQHOY-RECORD
           OPEN INPUT CHEQUES
           IF WS-CHQ-STATUS NOT = '00' AND WS-CHQ-STATUS NOT = '05'
              CLOSE CHEQUES
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CHEQUES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CHQ-EST-CARTERA
                       AND CHQ-FDEPOSITO NOT > WS-CQ-HOY THEN
                          PERFORM 0100-PRINT-HOY-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHEQUES
           END-IF
           MOVE WS-HYPHNS(1:80) TO CHQHOY-RECORD
           WRITE CHQHOY-RECORD
           MOVE WS-CQ-CNT TO WS-CQ-CNT-ED
           MOVE WS-V-CQ-TOT TO WS-CQ-TOT-ED
           MOVE SPACES TO CHQHOY-RECORD
           STRING 'CHEQUES: ' WS-CQ-CNT-ED '   TOTAL: ' WS-CQ-TOT-ED
           DELIMITED BY SIZE INTO CHQHOY-RECORD
           WRITE CHQHOY-RECORD
           CLOSE CHQHOYPRN
           DISPLAY WS-MSG-CQHY LINE 12 COL 01
           DISPLAY WS-CQ-CNT-ED LINE 12 COL 60
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-HOY-ROW : One cheque of the day's list.
      *-----------------------------------------------------------------
       0100-PRINT-HOY-ROW.
           ADD 1 TO WS-CQ-CNT
           ADD CHQ-VALOR TO WS-V-CQ-TOT
           MOVE CHQ-VALOR TO WS-CQ-VAL-ED
           MOVE SPACES TO CHQHOY-RECORD
           STRING CHQ-BANCO ' ' CHQ-NUMERO ' ' CHQ-CLIENTE ' '
                  CHQ-FDEPOSITO ' ' WS-CQ-VAL-ED ' '
                  CHQ-GIRADOR(1:20)
           DELIMITED BY SIZE INTO CHQHOY-RECORD
           WRITE CHQHOY-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLEAR-FLAG : Supervisor lifts a customer's bounced-
      *    cheque flag once the matter is settled.
      *-----------------------------------------------------------------
       0100-CLEAR-FLAG.
           DISPLAY WS-MSG-CQCL LINE 07 COL 01
           MOVE SPACES TO WS-CQ-CLIENTE
           ACCEPT WS-CQ-CLIENTE LINE 07 COL 50
           SET WS-CQ-FOUND TO 0
           OPEN I-O CLIENTES
           MOVE WS-CQ-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CLI-CHQ-DEVUELTO THEN
                    MOVE SPACE TO CLI-CHQDEV
                    REWRITE REG-CLIENTE
                    SET WS-CQ-FOUND TO 1
                 END-IF
           END-READ
           CLOSE CLIENTES
           IF WS-CQ-FOUND = 1 THEN
              DISPLAY WS-MSG-CQMK LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-CQNK LINE 22 COL 01
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
      ******************************************************************
       END PROGRAM CHEQUE01.
