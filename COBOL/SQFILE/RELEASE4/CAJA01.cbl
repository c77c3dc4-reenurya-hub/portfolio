      ******************************************************************
      * Program      : CAJA01.cbl                                      *
      * Purpose      : Cash drawer control per operator. A drawer      *
      *                session (CAJAS.DAT) is opened with the starting *
      *                float at a station, takes the paid-outs and the *
      *                cash drops of the day, and is closed with a     *
      *                blind count: cash by denomination and the other *
      *                tenders (cheques, card slips) per MEDIOSPG      *
      *                code. The close compares the count with the     *
      *                payments CLIENTE01 stamped with the session and *
      *                the cheques taken in it, prints the over/short  *
      *                slip CAJA.PRN and keeps every movement in       *
      *                CAJAMOV.DAT. The closed sessions feed the       *
      *                monthly over/short report per operator          *
      *                CAJAMES.PRN.                                    *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Drawer movement layout moved to *
      *                                CJMSEL/CJMFD so the layaway     *
      *                                refunds can post paid-outs.     *
      * 15-oct-2026    R. Urquijo      Voided invoices are not counted *
      *                                on the slip.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJA01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PAGSEL.cpy".
       copy "FACSEL.cpy".
       copy "CHQSEL.cpy".
       copy "MPGSEL.cpy".
       copy "CAJSEL.cpy".
       copy "CJMSEL.cpy".
      *
           SELECT CAJAPRN ASSIGN TO "CAJA.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CAJMESPRN ASSIGN TO "CAJAMES.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PAGFD.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "CHQFD.cpy".
      *
       copy "MPGFD.cpy".
      *
       copy "CAJFD.cpy".
      *
       copy "CJMFD.cpy".
      *
       FD CAJAPRN.
       01 CAJA-RECORD          PIC X(80).
      *
       FD CAJMESPRN.
       01 CAJMES-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PAG-STATUS      PIC XX.
           77 WS-FAC-STATUS      PIC XX.
           77 WS-CHQ-STATUS      PIC XX.
           77 WS-MPG-STATUS      PIC XX.
           77 WS-CAJ-STATUS      PIC XX.
           77 WS-CJM-STATUS      PIC XX.
           77 WS-CJ-HOY          PIC X(08).
           77 WS-CJ-HORA         PIC X(06).
           77 WS-CJ-SESION       PIC 9(06) VALUE 0.
           77 WS-CJ-FOUND        PIC 9 VALUE 0.
           77 WS-CJ-ESTACION     PIC X(10).
           77 WS-CJ-IN           PIC X(12).
           77 WS-CJ-CONCEPTO     PIC X(30).
           77 WS-V-CJ-VALOR      PIC 9(9)V99 VALUE 0.
           77 WS-CJ-CANT-IN      PIC ZZZZ9.
           77 WS-CJ-IDX          PIC 99 VALUE 0.
           77 WS-CJ-HIT          PIC 99 VALUE 0.
           77 WS-CJ-ROW          PIC 99 VALUE 0.
           77 WS-CJ-VAL-ED       PIC ZZZZZZZZ9.99.
           77 WS-CJ-DIF-ED       PIC -ZZZZZZZZ9.99.
           77 WS-CJ-DEN-ED       PIC ZZZZZ9.
           77 WS-CJ-CNT-ED       PIC ZZZZ9.
           77 WS-CJ-MES          PIC X(06).
           77 WS-CJ-OP-CNT       PIC 99 VALUE 0.
           77 WS-CJ-OP-IDX       PIC 99 VALUE 0.
           77 WS-CJ-OP-HIT       PIC 99 VALUE 0.
           77 WS-CJ-SES-CNT      PIC 9(04) VALUE 0.
           77 WS-V-CJ-T-DIF      PIC S9(11)V99 VALUE 0.
           77 WS-CJ-MED-CNT      PIC 99 VALUE 0.
           77 WS-CJ-EFECT        PIC X(06) VALUE 'EFECT'.
           77 WS-CJ-DTOPP        PIC X(06) VALUE 'DTOPP'.
           77 WS-CJ-CHEQPF       PIC X(06) VALUE 'CHEQPF'.
      *
      *    Bills and coins counted at the close, largest first.
       01 WS-CJ-DENOM-VALUES.
           02 FILLER             PIC 9(06) VALUE 100000.
           02 FILLER             PIC 9(06) VALUE 050000.
           02 FILLER             PIC 9(06) VALUE 020000.
           02 FILLER             PIC 9(06) VALUE 010000.
           02 FILLER             PIC 9(06) VALUE 005000.
           02 FILLER             PIC 9(06) VALUE 002000.
           02 FILLER             PIC 9(06) VALUE 001000.
           02 FILLER             PIC 9(06) VALUE 000500.
           02 FILLER             PIC 9(06) VALUE 000200.
           02 FILLER             PIC 9(06) VALUE 000100.
           02 FILLER             PIC 9(06) VALUE 000050.
       01 WS-CJ-DENOM-TABLE REDEFINES WS-CJ-DENOM-VALUES.
           02 WS-CJ-DENOM        PIC 9(06) OCCURS 11 TIMES.
      *
       01 WS-CJ-CONTEO.
           02 WS-CJ-CANT         PIC 9(05) OCCURS 11 TIMES.
      *
      *    Other tenders of the session: up to 14 fit the count screen.
       01 WS-CJ-MED-TABLE.
           02 WS-CJ-MED OCCURS 14 TIMES.
               03 WS-CJ-MED-COD     PIC X(06).
               03 WS-CJ-MED-ESP     PIC 9(9)V99.
               03 WS-CJ-MED-CTD     PIC 9(9)V99.
      *
       01 WS-CJ-OP-TABLE.
           02 WS-CJ-OP OCCURS 50 TIMES.
               03 WS-CJ-OP-OPER     PIC X(10).
               03 WS-CJ-OP-SES      PIC 9(04).
               03 WS-CJ-OP-ESP      PIC S9(11)V99.
               03 WS-CJ-OP-CTD      PIC 9(11)V99.
               03 WS-CJ-OP-DIF      PIC S9(11)V99.
               03 WS-CJ-OP-ODIF     PIC S9(11)V99.
      *
           77 WS-ST-CJ     PIC X(25) VALUE 'CAJA POR OPERADOR        '.
           77 WS-MSG-CJOP PIC X(80) VALUE ' 1-ABRE 2-RETIRO 3-CONSIG'-
       'NA 4-CIERRA 5-MENSUAL 9-SALE        Ingrese opcion [  ]'.
           77 WS-MSG-CJYA PIC X(80) VALUE ' Ya tiene una caja abiert'-
       'a; debe cerrarla antes de abrir otra.                  '.
           77 WS-MSG-CJNA PIC X(80) VALUE ' No tiene una caja abiert'-
       'a. Use la opcion 1-ABRE.                               '.
           77 WS-MSG-CJES PIC X(80) VALUE ' Estacion o caja:        '-
       '                                                       '.
           77 WS-MSG-CJBS PIC X(80) VALUE ' Base inicial en efectivo'-
       ':                                                      '.
           77 WS-MSG-CJVL PIC X(80) VALUE ' Valor:                  '-
       '                                                       '.
           77 WS-MSG-CJCP PIC X(80) VALUE ' Concepto:               '-
       '                                                       '.
           77 WS-MSG-CJVI PIC X(80) VALUE ' Valor invalido; no se re'-
       'gistro el movimiento.                                  '.
           77 WS-MSG-CJAB PIC X(80) VALUE ' Caja abierta. Sesion num'-
       'ero:                                                   '.
           77 WS-MSG-CJRT PIC X(80) VALUE ' Retiro de caja registrad'-
       'o.                                                     '.
           77 WS-MSG-CJCG PIC X(80) VALUE ' Consignacion de efectivo'-
       ' registrada.                                           '.
           77 WS-MSG-CJDN PIC X(80) VALUE ' Conteo de efectivo: cant'-
       'idad de billetes y monedas                             '.
           77 WS-MSG-CJOM PIC X(80) VALUE ' Otros medios: valor tota'-
       'l contado                                              '.
           77 WS-MSG-CJCR PIC X(80) VALUE ' Caja cerrada; comprobant'-
       'e en CAJA.PRN. Sobrante(+)/faltante(-):                '.
           77 WS-MSG-CJMS PIC X(80) VALUE ' Mes a informar (AAAAMM):'-
       '                                                       '.
           77 WS-MSG-CJMK PIC X(80) VALUE ' Informe mensual de caja '-
       'en CAJAMES.PRN. Sesiones:                              '.
           77 WS-MSG-CJMV PIC X(80) VALUE ' Mes invalido.           '-
       '                                                       '.
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
                 WS-ST-CJ          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:8) TO WS-CJ-HOY
              MOVE WS-DATETIME(9:6) TO WS-CJ-HORA
              DISPLAY WS-MSG-CJOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-OPEN-CAJA THRU 0100-OPEN-CAJA-FIN
                 WHEN 2
                    SET CJM-RETIRO TO TRUE
                    PERFORM 0100-CASH-OUT THRU 0100-CASH-OUT-FIN
                 WHEN 3
                    SET CJM-CONSIGNA TO TRUE
                    PERFORM 0100-CASH-OUT THRU 0100-CASH-OUT-FIN
                 WHEN 4
                    PERFORM 0100-CLOSE-CAJA THRU 0100-CLOSE-CAJA-FIN
                 WHEN 5
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-NOAC LINE 22 COL 01
                    ELSE
                       PERFORM 0100-MONTHLY THRU 0100-MONTHLY-FIN
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
      *    0100-FIND-OPEN : Looks for the drawer the operator has open
      *    and leaves it in CAJ-REG with its number in WS-CJ-SESION.
      *    CAJAS must be open; zero when the operator has none.
      *-----------------------------------------------------------------
       0100-FIND-OPEN.
           MOVE 0 TO WS-CJ-SESION
           SET WS-CJ-FOUND TO 0
           MOVE 0 TO CAJ-SESION
           SET WS-END-FILE TO 0
           START CAJAS KEY IS NOT LESS THAN CAJ-SESION
              INVALID KEY
                 SET WS-END-FILE TO 1
           END-START
           PERFORM UNTIL WS-END-FILE = 1
              READ CAJAS NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF CAJ-ABIERTA
                    AND CAJ-OPERADOR = WS-OPERATOR-ID THEN
                       MOVE CAJ-SESION TO WS-CJ-SESION
                       SET WS-CJ-FOUND TO 1
                       SET WS-END-FILE TO 1
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CJ-FOUND = 1 THEN
              MOVE WS-CJ-SESION TO CAJ-SESION
              READ CAJAS
                 KEY IS CAJ-SESION
                 INVALID KEY
                    SET WS-CJ-FOUND TO 0
              END-READ
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-OPEN-CAJA : Opens a drawer session for the operator at
      *    a station with its starting float. One open drawer per
      *    operator; the number comes from PAR-NEXTCAJ.
      *-----------------------------------------------------------------
       0100-OPEN-CAJA.
           OPEN I-O CAJAS
           PERFORM 0100-FIND-OPEN
           IF WS-CJ-FOUND = 1 THEN
              DISPLAY WS-MSG-CJYA LINE 22 COL 01
              GO TO 0100-OPEN-CAJA-FIN
           END-IF
           DISPLAY WS-MSG-CJES LINE 07 COL 01
           MOVE SPACES TO WS-CJ-ESTACION
           ACCEPT WS-CJ-ESTACION LINE 07 COL 30
           MOVE FUNCTION UPPER-CASE(WS-CJ-ESTACION) TO WS-CJ-ESTACION
           DISPLAY WS-MSG-CJBS LINE 08 COL 01
           MOVE SPACES TO WS-CJ-IN
           ACCEPT WS-CJ-IN LINE 08 COL 30
           MOVE 0 TO WS-V-CJ-VALOR
           IF WS-CJ-IN NOT = SPACES THEN
              IF FUNCTION TEST-NUMVAL(WS-CJ-IN) NOT = 0 THEN
                 DISPLAY WS-MSG-CJVI LINE 22 COL 01
                 GO TO 0100-OPEN-CAJA-FIN
              END-IF
              COMPUTE WS-V-CJ-VALOR = FUNCTION NUMVAL(WS-CJ-IN)
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-OPEN-CAJA-FIN
           END-IF
           MOVE SPACES TO CAJ-REG
           MOVE WS-PAR-NEXTCAJ TO CAJ-SESION
           MOVE WS-OPERATOR-ID TO CAJ-OPERADOR
           MOVE WS-CJ-ESTACION TO CAJ-ESTACION
           MOVE WS-CJ-HOY TO CAJ-FAPERT
           MOVE WS-CJ-HORA TO CAJ-HAPERT
           SET CAJ-ABIERTA TO TRUE
           MOVE WS-V-CJ-VALOR TO CAJ-BASE
           MOVE 0 TO CAJ-RETIROS CAJ-CONSIG CAJ-COBRADO CAJ-ESPERADO
                     CAJ-CONTADO CAJ-DIF CAJ-OTR-ESP CAJ-OTR-CNT
                     CAJ-OTR-DIF CAJ-FACTURAS CAJ-VENTAS
           WRITE CAJ-REG
              INVALID KEY
                 DISPLAY WS-MSG-CJVI LINE 22 COL 01
                 GO TO 0100-OPEN-CAJA-FIN
           END-WRITE
           MOVE CAJ-SESION TO WS-CJ-SESION
           ADD 1 TO WS-PAR-NEXTCAJ
           PERFORM 0100-SAVE-PARAMS
           SET CJM-BASE TO TRUE
           MOVE 'BASE INICIAL' TO WS-CJ-CONCEPTO
           MOVE WS-CJ-EFECT TO CJM-METODO
           MOVE 0 TO CJM-DENOM
           MOVE 0 TO CJM-CANT
           PERFORM 0100-WRITE-MOV
           DISPLAY WS-MSG-CJAB LINE 22 COL 01
           DISPLAY WS-CJ-SESION LINE 22 COL 32.
       0100-OPEN-CAJA-FIN.
           CLOSE CAJAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CASH-OUT : A paid-out (R) or a cash drop (C) taken out
      *    of the open drawer; the caller sets CJM-TIPO.
      *-----------------------------------------------------------------
       0100-CASH-OUT.
           OPEN I-O CAJAS
           PERFORM 0100-FIND-OPEN
           IF WS-CJ-FOUND = 0 THEN
              DISPLAY WS-MSG-CJNA LINE 22 COL 01
              GO TO 0100-CASH-OUT-FIN
           END-IF
           DISPLAY WS-MSG-CJVL LINE 07 COL 01
           MOVE SPACES TO WS-CJ-IN
           ACCEPT WS-CJ-IN LINE 07 COL 30
           IF WS-CJ-IN = SPACES
           OR FUNCTION TEST-NUMVAL(WS-CJ-IN) NOT = 0 THEN
              DISPLAY WS-MSG-CJVI LINE 22 COL 01
              GO TO 0100-CASH-OUT-FIN
           END-IF
           COMPUTE WS-V-CJ-VALOR = FUNCTION NUMVAL(WS-CJ-IN)
           IF WS-V-CJ-VALOR = 0 THEN
              DISPLAY WS-MSG-CJVI LINE 22 COL 01
              GO TO 0100-CASH-OUT-FIN
           END-IF
           DISPLAY WS-MSG-CJCP LINE 08 COL 01
           MOVE SPACES TO WS-CJ-CONCEPTO
           ACCEPT WS-CJ-CONCEPTO LINE 08 COL 30
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-CASH-OUT-FIN
           END-IF
           IF CJM-RETIRO THEN
              ADD WS-V-CJ-VALOR TO CAJ-RETIROS
           ELSE
              ADD WS-V-CJ-VALOR TO CAJ-CONSIG
           END-IF
           REWRITE CAJ-REG
           MOVE WS-CJ-EFECT TO CJM-METODO
           MOVE 0 TO CJM-DENOM
           MOVE 0 TO CJM-CANT
           PERFORM 0100-WRITE-MOV
           IF CJM-RETIRO THEN
              DISPLAY WS-MSG-CJRT LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-CJCG LINE 22 COL 01
           END-IF.
       0100-CASH-OUT-FIN.
           CLOSE CAJAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-MOV : Appends one drawer movement. The caller
      *    sets CJM-TIPO, CJM-METODO, CJM-DENOM, CJM-CANT,
      *    WS-V-CJ-VALOR and WS-CJ-CONCEPTO.
      *-----------------------------------------------------------------
       0100-WRITE-MOV.
           OPEN EXTEND CAJAMOV
           MOVE WS-CJ-SESION TO CJM-SESION
           MOVE WS-CJ-HOY TO CJM-FECHA
           MOVE WS-CJ-HORA TO CJM-HORA
           MOVE WS-V-CJ-VALOR TO CJM-VALOR
           MOVE WS-CJ-CONCEPTO TO CJM-CONCEPTO
           MOVE WS-OPERATOR-ID TO CJM-OPERADOR
           WRITE CJM-REG
           CLOSE CAJAMOV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLOSE-CAJA : Blind count of the open drawer, then the
      *    comparison with what the session should hold, the update
      *    of the session and the over/short slip.
      *-----------------------------------------------------------------
       0100-CLOSE-CAJA.
           OPEN I-O CAJAS
           PERFORM 0100-FIND-OPEN
           IF WS-CJ-FOUND = 0 THEN
              DISPLAY WS-MSG-CJNA LINE 22 COL 01
              GO TO 0100-CLOSE-CAJA-FIN
           END-IF
           MOVE 0 TO WS-CJ-MED-CNT
           PERFORM 0100-LOAD-METODOS
           PERFORM 0100-SUM-PAGOS
           PERFORM 0100-SUM-CHEQUES
           PERFORM 0100-COUNT-CASH
           PERFORM 0100-COUNT-OTROS
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-CLOSE-CAJA-FIN
           END-IF
           PERFORM 0100-SUM-FACTURAS
           COMPUTE CAJ-ESPERADO = CAJ-BASE + CAJ-COBRADO
                                - CAJ-RETIROS - CAJ-CONSIG
           MOVE 0 TO CAJ-CONTADO
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > 11
              COMPUTE CAJ-CONTADO = CAJ-CONTADO
                    + WS-CJ-CANT(WS-CJ-IDX) * WS-CJ-DENOM(WS-CJ-IDX)
           END-PERFORM
           COMPUTE CAJ-DIF = CAJ-CONTADO - CAJ-ESPERADO
           MOVE 0 TO CAJ-OTR-ESP
           MOVE 0 TO CAJ-OTR-CNT
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > WS-CJ-MED-CNT
              ADD WS-CJ-MED-ESP(WS-CJ-IDX) TO CAJ-OTR-ESP
              ADD WS-CJ-MED-CTD(WS-CJ-IDX) TO CAJ-OTR-CNT
           END-PERFORM
           COMPUTE CAJ-OTR-DIF = CAJ-OTR-CNT - CAJ-OTR-ESP
           MOVE WS-CJ-HOY TO CAJ-FCIERRE
           MOVE WS-CJ-HORA TO CAJ-HCIERRE
           SET CAJ-CERRADA TO TRUE
           REWRITE CAJ-REG
           PERFORM 0100-WRITE-CONTEO
           PERFORM 0100-PRINT-SLIP
           DISPLAY WS-MSG-CJCR LINE 22 COL 01
           MOVE CAJ-DIF TO WS-CJ-DIF-ED
           DISPLAY WS-CJ-DIF-ED LINE 22 COL 66.
       0100-CLOSE-CAJA-FIN.
           CLOSE CAJAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-METODOS : The active tenders of MEDIOSPG other
      *    than cash, which are counted separately at the close.
      *-----------------------------------------------------------------
       0100-LOAD-METODOS.
           OPEN INPUT MEDIOSPG
           IF WS-MPG-STATUS NOT = '00' THEN
              CLOSE MEDIOSPG
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MEDIOSPG NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF MPG-ACTIVO THEN
                          MOVE MPG-CODIGO TO CJM-METODO
                          PERFORM 0100-FIND-METODO
                             THRU 0100-FIND-METODO-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MEDIOSPG
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-METODO : Entry of CJM-METODO in the tender table,
      *    added when missing; WS-CJ-HIT is zero for cash, for the
      *    prompt-payment discount and when the table is full.
      *-----------------------------------------------------------------
       0100-FIND-METODO.
           MOVE 0 TO WS-CJ-HIT
           IF CJM-METODO = WS-CJ-EFECT OR CJM-METODO = WS-CJ-DTOPP
           OR CJM-METODO = SPACES THEN
              GO TO 0100-FIND-METODO-FIN
           END-IF
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > WS-CJ-MED-CNT
              IF WS-CJ-MED-COD(WS-CJ-IDX) = CJM-METODO THEN
                 MOVE WS-CJ-IDX TO WS-CJ-HIT
              END-IF
           END-PERFORM
           IF WS-CJ-HIT = 0 AND WS-CJ-MED-CNT < 14 THEN
              ADD 1 TO WS-CJ-MED-CNT
              MOVE CJM-METODO TO WS-CJ-MED-COD(WS-CJ-MED-CNT)
              MOVE 0 TO WS-CJ-MED-ESP(WS-CJ-MED-CNT)
              MOVE 0 TO WS-CJ-MED-CTD(WS-CJ-MED-CNT)
              MOVE WS-CJ-MED-CNT TO WS-CJ-HIT
           END-IF.
       0100-FIND-METODO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUM-PAGOS : Payments CLIENTE01 took under the session:
      *    cash goes to what the drawer collected, the rest to its
      *    tender. Lines written before the session stamp existed
      *    carry no session and are skipped.
      *-----------------------------------------------------------------
       0100-SUM-PAGOS.
           MOVE 0 TO CAJ-COBRADO
           OPEN INPUT PAGOS
           IF WS-PAG-STATUS NOT = '00' THEN
              CLOSE PAGOS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PAGOS
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PAG-SESION IS NUMERIC
                       AND PAG-SESION = WS-CJ-SESION THEN
                          PERFORM 0100-ADD-PAGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGOS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-PAGO : One payment of the session to its bucket.
      *-----------------------------------------------------------------
       0100-ADD-PAGO.
           IF PAG-METODO = WS-CJ-EFECT THEN
              ADD PAG-VALOR TO CAJ-COBRADO
           ELSE
              MOVE PAG-METODO TO CJM-METODO
              PERFORM 0100-FIND-METODO THRU 0100-FIND-METODO-FIN
              IF WS-CJ-HIT > 0 THEN
                 ADD PAG-VALOR TO WS-CJ-MED-ESP(WS-CJ-HIT)
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUM-CHEQUES : Post-dated cheques received under the
      *    session; they are in the drawer even though they do not
      *    reach PAGOS.DAT until deposited.
      *-----------------------------------------------------------------
       0100-SUM-CHEQUES.
           OPEN INPUT CHEQUES
           IF WS-CHQ-STATUS NOT = '00' THEN
              CLOSE CHEQUES
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CHEQUES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CHQ-SESION IS NUMERIC
                       AND CHQ-SESION = WS-CJ-SESION THEN
                          MOVE WS-CJ-CHEQPF TO CJM-METODO
                          PERFORM 0100-FIND-METODO
                             THRU 0100-FIND-METODO-FIN
                          IF WS-CJ-HIT > 0 THEN
                             ADD CHQ-VALOR TO WS-CJ-MED-ESP(WS-CJ-HIT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHEQUES
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COUNT-CASH : Quantity of each bill and coin in the
      *    drawer, asked without showing what is expected.
      *-----------------------------------------------------------------
       0100-COUNT-CASH.
           DISPLAY WS-MSG-CJDN LINE 06 COL 01
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > 11
              COMPUTE WS-CJ-ROW = WS-CJ-IDX + 6
              MOVE WS-CJ-DENOM(WS-CJ-IDX) TO WS-CJ-DEN-ED
              DISPLAY WS-CJ-DEN-ED LINE WS-CJ-ROW COL 03
              DISPLAY 'x' LINE WS-CJ-ROW COL 11
              MOVE 0 TO WS-CJ-CANT-IN
              ACCEPT WS-CJ-CANT-IN LINE WS-CJ-ROW COL 14
              MOVE WS-CJ-CANT-IN TO WS-CJ-CANT(WS-CJ-IDX)
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COUNT-OTROS : Total counted per other tender (cheques,
      *    card slips), again blind.
      *-----------------------------------------------------------------
       0100-COUNT-OTROS.
           IF WS-CJ-MED-CNT > 0 THEN
              DISPLAY WS-MSG-CJOM(1:38) LINE 06 COL 40
           END-IF
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > WS-CJ-MED-CNT
              COMPUTE WS-CJ-ROW = WS-CJ-IDX + 6
              DISPLAY WS-CJ-MED-COD(WS-CJ-IDX) LINE WS-CJ-ROW COL 42
              MOVE SPACES TO WS-CJ-IN
              ACCEPT WS-CJ-IN LINE WS-CJ-ROW COL 52
              IF WS-CJ-IN NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-CJ-IN) = 0 THEN
                 COMPUTE WS-CJ-MED-CTD(WS-CJ-IDX) =
                         FUNCTION NUMVAL(WS-CJ-IN)
              ELSE
                 MOVE 0 TO WS-CJ-MED-CTD(WS-CJ-IDX)
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUM-FACTURAS : Invoices the operator issued while the
      *    drawer was open, shown on the slip for reference. Voided
      *    invoices are not counted.
      *-----------------------------------------------------------------
       0100-SUM-FACTURAS.
           MOVE 0 TO CAJ-FACTURAS
           MOVE 0 TO CAJ-VENTAS
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS NOT = '00' THEN
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-LIN = 0
                       AND NOT FAC-ANULADA
                       AND FAC-OPERADOR = CAJ-OPERADOR
                       AND FAC-FECHA NOT < CAJ-FAPERT
                       AND FAC-FECHA NOT > WS-CJ-HOY THEN
                          ADD 1 TO CAJ-FACTURAS
                          MOVE FAC-TOTAL TO WS-V-CJ-VALOR
                          ADD WS-V-CJ-VALOR TO CAJ-VENTAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTURAS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-CONTEO : Keeps the count of the close in
      *    CAJAMOV.DAT, one line per denomination and tender counted.
      *-----------------------------------------------------------------
       0100-WRITE-CONTEO.
           SET CJM-CONTEO TO TRUE
           MOVE 'CONTEO DE CIERRE' TO WS-CJ-CONCEPTO
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > 11
              IF WS-CJ-CANT(WS-CJ-IDX) > 0 THEN
                 MOVE WS-CJ-EFECT TO CJM-METODO
                 MOVE WS-CJ-DENOM(WS-CJ-IDX) TO CJM-DENOM
                 MOVE WS-CJ-CANT(WS-CJ-IDX) TO CJM-CANT
                 COMPUTE WS-V-CJ-VALOR = WS-CJ-CANT(WS-CJ-IDX)
                                       * WS-CJ-DENOM(WS-CJ-IDX)
                 PERFORM 0100-WRITE-MOV
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > WS-CJ-MED-CNT
              IF WS-CJ-MED-CTD(WS-CJ-IDX) > 0 THEN
                 MOVE WS-CJ-MED-COD(WS-CJ-IDX) TO CJM-METODO
                 MOVE 0 TO CJM-DENOM
                 MOVE 0 TO CJM-CANT
                 MOVE WS-CJ-MED-CTD(WS-CJ-IDX) TO WS-V-CJ-VALOR
                 PERFORM 0100-WRITE-MOV
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-SLIP : Over/short slip of the closed session,
      *    to be signed by the cashier and the supervisor.
      *-----------------------------------------------------------------
       0100-PRINT-SLIP.
           OPEN OUTPUT CAJAPRN
           MOVE SPACES TO CAJA-RECORD
           STRING 'CIERRE DE CAJA - SESION ' CAJ-SESION
                  '   ESTACION ' CAJ-ESTACION
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE SPACES TO CAJA-RECORD
           STRING 'OPERADOR ' CAJ-OPERADOR
                  '  ABIERTA ' CAJ-FAPERT ' ' CAJ-HAPERT
                  '  CERRADA ' CAJ-FCIERRE ' ' CAJ-HCIERRE
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE WS-HYPHNS(1:80) TO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE 'EFECTIVO' TO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE CAJ-BASE TO WS-CJ-VAL-ED
           MOVE SPACES TO CAJA-RECORD
           STRING '  Base inicial             ' WS-CJ-VAL-ED
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE CAJ-COBRADO TO WS-CJ-VAL-ED
           MOVE SPACES TO CAJA-RECORD
           STRING '  + Cobros en efectivo     ' WS-CJ-VAL-ED
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE CAJ-RETIROS TO WS-CJ-VAL-ED
           MOVE SPACES TO CAJA-RECORD
           STRING '  - Retiros de caja        ' WS-CJ-VAL-ED
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE CAJ-CONSIG TO WS-CJ-VAL-ED
           MOVE SPACES TO CAJA-RECORD
           STRING '  - Consignaciones         ' WS-CJ-VAL-ED
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE CAJ-ESPERADO TO WS-CJ-DIF-ED
           MOVE SPACES TO CAJA-RECORD
           STRING '  = Esperado en caja      ' WS-CJ-DIF-ED
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE '  Contado:' TO CAJA-RECORD
           WRITE CAJA-RECORD
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > 11
              IF WS-CJ-CANT(WS-CJ-IDX) > 0 THEN
                 MOVE WS-CJ-DENOM(WS-CJ-IDX) TO WS-CJ-DEN-ED
                 MOVE WS-CJ-CANT(WS-CJ-IDX) TO WS-CJ-CNT-ED
                 COMPUTE WS-V-CJ-VALOR = WS-CJ-CANT(WS-CJ-IDX)
                                       * WS-CJ-DENOM(WS-CJ-IDX)
                 MOVE WS-V-CJ-VALOR TO WS-CJ-VAL-ED
                 MOVE SPACES TO CAJA-RECORD
                 STRING '    ' WS-CJ-DEN-ED ' x ' WS-CJ-CNT-ED
                        '         ' WS-CJ-VAL-ED
                 DELIMITED BY SIZE INTO CAJA-RECORD
                 WRITE CAJA-RECORD
              END-IF
           END-PERFORM
           MOVE CAJ-CONTADO TO WS-CJ-VAL-ED
           MOVE SPACES TO CAJA-RECORD
           STRING '  Total contado            ' WS-CJ-VAL-ED
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE CAJ-DIF TO WS-CJ-DIF-ED
           MOVE SPACES TO CAJA-RECORD
           STRING '  SOBRANTE(+)/FALTANTE(-) ' WS-CJ-DIF-ED
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE WS-HYPHNS(1:80) TO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE SPACES TO CAJA-RECORD
           STRING 'OTROS MEDIOS        ESPERADO       CONTADO'
                  '    DIFERENCIA'
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           PERFORM VARYING WS-CJ-IDX FROM 1 BY 1
                   UNTIL WS-CJ-IDX > WS-CJ-MED-CNT
              MOVE SPACES TO CAJA-RECORD
              MOVE WS-CJ-MED-COD(WS-CJ-IDX) TO CAJA-RECORD(3:6)
              MOVE WS-CJ-MED-ESP(WS-CJ-IDX) TO WS-CJ-VAL-ED
              MOVE WS-CJ-VAL-ED TO CAJA-RECORD(17:12)
              MOVE WS-CJ-MED-CTD(WS-CJ-IDX) TO WS-CJ-VAL-ED
              MOVE WS-CJ-VAL-ED TO CAJA-RECORD(31:12)
              COMPUTE WS-CJ-DIF-ED = WS-CJ-MED-CTD(WS-CJ-IDX)
                                   - WS-CJ-MED-ESP(WS-CJ-IDX)
              MOVE WS-CJ-DIF-ED TO CAJA-RECORD(44:13)
              WRITE CAJA-RECORD
           END-PERFORM
           MOVE SPACES TO CAJA-RECORD
           MOVE 'TOTAL' TO CAJA-RECORD(3:5)
           MOVE CAJ-OTR-ESP TO WS-CJ-VAL-ED
           MOVE WS-CJ-VAL-ED TO CAJA-RECORD(17:12)
           MOVE CAJ-OTR-CNT TO WS-CJ-VAL-ED
           MOVE WS-CJ-VAL-ED TO CAJA-RECORD(31:12)
           MOVE CAJ-OTR-DIF TO WS-CJ-DIF-ED
           MOVE WS-CJ-DIF-ED TO CAJA-RECORD(44:13)
           WRITE CAJA-RECORD
           MOVE WS-HYPHNS(1:80) TO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE CAJ-FACTURAS TO WS-CJ-CNT-ED
           MOVE CAJ-VENTAS TO WS-CJ-VAL-ED
           MOVE SPACES TO CAJA-RECORD
           STRING 'FACTURAS DEL OPERADOR EN LA SESION: ' WS-CJ-CNT-ED
                  '  VALOR ' WS-CJ-VAL-ED ' (A CREDITO)'
           DELIMITED BY SIZE INTO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE SPACES TO CAJA-RECORD
           WRITE CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE '  ______________________        ______________________'
              TO CAJA-RECORD
           WRITE CAJA-RECORD
           MOVE '  Cajero                        Supervisor'
              TO CAJA-RECORD
           WRITE CAJA-RECORD
           CLOSE CAJAPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MONTHLY : Over/short of the drawers closed in a month,
      *    one line per operator, to CAJAMES.PRN.
      *-----------------------------------------------------------------
       0100-MONTHLY.
           DISPLAY WS-MSG-CJMS LINE 07 COL 01
           MOVE WS-CJ-HOY(1:6) TO WS-CJ-MES
           DISPLAY WS-CJ-MES LINE 07 COL 30
           ACCEPT WS-CJ-MES LINE 07 COL 30
           IF WS-CJ-MES NOT NUMERIC THEN
              DISPLAY WS-MSG-CJMV LINE 22 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           MOVE 0 TO WS-CJ-OP-CNT
           MOVE 0 TO WS-CJ-SES-CNT
           OPEN INPUT CAJAS
           IF WS-CAJ-STATUS NOT = '00' THEN
              CLOSE CAJAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CAJAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CAJ-CERRADA
                       AND CAJ-FCIERRE(1:6) = WS-CJ-MES THEN
                          ADD 1 TO WS-CJ-SES-CNT
                          PERFORM 0100-ADD-OPERADOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAJAS
           END-IF
           PERFORM 0100-PRINT-MONTHLY
           DISPLAY WS-MSG-CJMK LINE 22 COL 01
           MOVE WS-CJ-SES-CNT TO WS-CJ-CNT-ED
           DISPLAY WS-CJ-CNT-ED LINE 22 COL 52.
       0100-MONTHLY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-OPERADOR : One closed session to its operator.
      *-----------------------------------------------------------------
       0100-ADD-OPERADOR.
           MOVE 0 TO WS-CJ-OP-HIT
           PERFORM VARYING WS-CJ-OP-IDX FROM 1 BY 1
                   UNTIL WS-CJ-OP-IDX > WS-CJ-OP-CNT
              IF WS-CJ-OP-OPER(WS-CJ-OP-IDX) = CAJ-OPERADOR THEN
                 MOVE WS-CJ-OP-IDX TO WS-CJ-OP-HIT
              END-IF
           END-PERFORM
           IF WS-CJ-OP-HIT = 0 AND WS-CJ-OP-CNT < 50 THEN
              ADD 1 TO WS-CJ-OP-CNT
              MOVE WS-CJ-OP-CNT TO WS-CJ-OP-HIT
              MOVE CAJ-OPERADOR TO WS-CJ-OP-OPER(WS-CJ-OP-HIT)
              MOVE 0 TO WS-CJ-OP-SES(WS-CJ-OP-HIT)
              MOVE 0 TO WS-CJ-OP-ESP(WS-CJ-OP-HIT)
              MOVE 0 TO WS-CJ-OP-CTD(WS-CJ-OP-HIT)
              MOVE 0 TO WS-CJ-OP-DIF(WS-CJ-OP-HIT)
              MOVE 0 TO WS-CJ-OP-ODIF(WS-CJ-OP-HIT)
           END-IF
           IF WS-CJ-OP-HIT > 0 THEN
              ADD 1 TO WS-CJ-OP-SES(WS-CJ-OP-HIT)
              ADD CAJ-ESPERADO TO WS-CJ-OP-ESP(WS-CJ-OP-HIT)
              ADD CAJ-CONTADO TO WS-CJ-OP-CTD(WS-CJ-OP-HIT)
              ADD CAJ-DIF TO WS-CJ-OP-DIF(WS-CJ-OP-HIT)
              ADD CAJ-OTR-DIF TO WS-CJ-OP-ODIF(WS-CJ-OP-HIT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-MONTHLY : Writes the operator table.
      *-----------------------------------------------------------------
       0100-PRINT-MONTHLY.
           OPEN OUTPUT CAJMESPRN
           MOVE SPACES TO CAJMES-RECORD
           STRING 'SOBRANTES Y FALTANTES DE CAJA - MES ' WS-CJ-MES
           DELIMITED BY SIZE INTO CAJMES-RECORD
           WRITE CAJMES-RECORD
           MOVE WS-HYPHNS(1:80) TO CAJMES-RECORD
           WRITE CAJMES-RECORD
           MOVE SPACES TO CAJMES-RECORD
           STRING 'OPERADOR   SESIONES      ESPERADO      CONTADO'
                  '  DIF.EFECTIVO    DIF.OTROS'
           DELIMITED BY SIZE INTO CAJMES-RECORD
           WRITE CAJMES-RECORD
           MOVE 0 TO WS-V-CJ-T-DIF
           PERFORM VARYING WS-CJ-OP-IDX FROM 1 BY 1
                   UNTIL WS-CJ-OP-IDX > WS-CJ-OP-CNT
              MOVE SPACES TO CAJMES-RECORD
              MOVE WS-CJ-OP-OPER(WS-CJ-OP-IDX) TO CAJMES-RECORD(1:10)
              MOVE WS-CJ-OP-SES(WS-CJ-OP-IDX) TO WS-CJ-CNT-ED
              MOVE WS-CJ-CNT-ED TO CAJMES-RECORD(14:5)
              MOVE WS-CJ-OP-ESP(WS-CJ-OP-IDX) TO WS-CJ-DIF-ED
              MOVE WS-CJ-DIF-ED TO CAJMES-RECORD(20:13)
              MOVE WS-CJ-OP-CTD(WS-CJ-OP-IDX) TO WS-CJ-VAL-ED
              MOVE WS-CJ-VAL-ED TO CAJMES-RECORD(34:12)
              MOVE WS-CJ-OP-DIF(WS-CJ-OP-IDX) TO WS-CJ-DIF-ED
              MOVE WS-CJ-DIF-ED TO CAJMES-RECORD(47:13)
              MOVE WS-CJ-OP-ODIF(WS-CJ-OP-IDX) TO WS-CJ-DIF-ED
              MOVE WS-CJ-DIF-ED TO CAJMES-RECORD(61:13)
              ADD WS-CJ-OP-DIF(WS-CJ-OP-IDX) TO WS-V-CJ-T-DIF
              ADD WS-CJ-OP-ODIF(WS-CJ-OP-IDX) TO WS-V-CJ-T-DIF
              WRITE CAJMES-RECORD
           END-PERFORM
           MOVE WS-HYPHNS(1:80) TO CAJMES-RECORD
           WRITE CAJMES-RECORD
           MOVE WS-V-CJ-T-DIF TO WS-CJ-DIF-ED
           MOVE SPACES TO CAJMES-RECORD
           STRING 'SOBRANTE(+)/FALTANTE(-) TOTAL DEL MES: ' WS-CJ-DIF-ED
           DELIMITED BY SIZE INTO CAJMES-RECORD
           WRITE CAJMES-RECORD
           CLOSE CAJMESPRN
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
       END PROGRAM CAJA01.
