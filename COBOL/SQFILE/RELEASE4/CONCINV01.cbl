      ******************************************************************
      * Program      : CONCINV01.cbl                                   *
      * Purpose      : Inventory subledger to general ledger           *
      *                reconciliation. Per inventory account of        *
      *                CUENTAS.DAT it takes the balance agreed at the  *
      *                last reconciliation (CONCINV.DAT), adds the     *
      *                journal lines of CONTABLE.INT posted to the     *
      *                account since then (the movements, and the      *
      *                purchase variance and standard revaluation      *
      *                entries the extract carries from ASIENTOS.DAT), *
      *                and compares the resulting book balance with    *
      *                the valuation of INVENTARIO.DAT grouped by the  *
      *                same accounts, at average cost and without the  *
      *                units held on consignment, as INV01 values the  *
      *                stock. The movements of MOVIMIENTOS.DAT of the  *
      *                period that have no journal line are listed as  *
      *                the first explanation of the difference. The    *
      *                valuation agreed is carried forward, under      *
      *                supervisor authorisation, as the next opening   *
      *                balance.                                        *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      The book balance takes the      *
      *                                purchase variance and standard  *
      *                                revaluation entries, now        *
      *                                carried into the CONTABLE.INT   *
      *                                journal by the extract.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCINV01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CIVSEL.cpy".
      *
           SELECT OPTIONAL CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CATEGORY
           FILE STATUS  IS WS-CTA-STATUS.
      *
           SELECT OPTIONAL CONTABLE ASSIGN TO "CONTABLE.INT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-INT-STATUS.
      *
           SELECT CIWRK ASSIGN TO "CONCINV.TMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CIW-CLAVE
           FILE STATUS  IS WS-CIW-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "CIVFD.cpy".
      *
       FD CUENTAS.
       01 CTA-REG.
           02 CTA-CATEGORY          PIC X(15).
           02 CTA-INV               PIC X(10).
           02 CTA-AJU               PIC X(10).
      *
       FD CONTABLE.
       01 INT-REG.
           02 INT-TIPO              PIC X(01).
           02 INT-CUENTA            PIC X(10).
           02 INT-FECHA             PIC X(08).
           02 INT-VALOR             PIC 9(11)V99.
           02 INT-CONCEPTO          PIC X(20).
           02 INT-CATEGORY          PIC X(15).
      *
      *    ONE KEY PER MOVEMENT JOURNALED: ITS DATE AND REFERENCE, AS
      *    CONTAB01 CARRIES THEM IN THE JOURNAL LINE.
       FD CIWRK.
       01 CIW-REG.
           02 CIW-CLAVE.
               03 CIW-FECHA         PIC X(08).
               03 CIW-REF           PIC X(18).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-CIV-STATUS      PIC XX.
           77 WS-CTA-STATUS      PIC XX.
           77 WS-INT-STATUS      PIC XX.
           77 WS-CIW-STATUS      PIC XX.
           77 WS-CI-DIFCAMB      PIC X(15) VALUE 'DIF-CAMBIO'.
           77 WS-CI-CORTE        PIC X(08).
           77 WS-CI-CTA          PIC X(10).
           77 WS-CI-CNT          PIC 9(03) VALUE 0.
           77 WS-CI-IDX          PIC 9(03) VALUE 0.
           77 WS-CI-HIT          PIC 9(03) VALUE 0.
           77 WS-CI-LLENA        PIC 9 VALUE 0.
           77 WS-CI-CTAOK        PIC 9 VALUE 0.
           77 WS-CI-JRN          PIC 9(07) VALUE 0.
           77 WS-CI-NPEN         PIC 9(05) VALUE 0.
           77 WS-CI-NPEN-ED      PIC ZZZZ9.
           77 WS-CI-CONF         PIC X(01).
           77 WS-V-CI-CANT       PIC 9(05)V99 VALUE 0.
           77 WS-V-CI-COSTO      PIC 9(05)V99 VALUE 0.
           77 WS-V-CI-VAL        PIC S9(11)V99 VALUE 0.
           77 WS-V-CI-LIBROS     PIC S9(11)V99 VALUE 0.
           77 WS-V-CI-DIFER      PIC S9(11)V99 VALUE 0.
           77 WS-V-CI-TANT       PIC S9(13)V99 VALUE 0.
           77 WS-V-CI-TMOV       PIC S9(13)V99 VALUE 0.
           77 WS-V-CI-TLIB       PIC S9(13)V99 VALUE 0.
           77 WS-V-CI-TINV       PIC S9(13)V99 VALUE 0.
           77 WS-V-CI-TDIF       PIC S9(13)V99 VALUE 0.
           77 WS-CI-ED1          PIC -ZZZZZZZ9.99.
           77 WS-CI-ED2          PIC -ZZZZZZZ9.99.
           77 WS-CI-ED3          PIC -ZZZZZZZ9.99.
           77 WS-CI-ED4          PIC -ZZZZZZZ9.99.
           77 WS-CI-ED5          PIC -ZZZZZZZ9.99.
      *
      *    ONE ENTRY PER INVENTORY ACCOUNT: THE LAST AGREED BALANCE AND
      *    ITS DATE, THE JOURNAL SINCE THEN, THE VALUATION OF TODAY AND
      *    THE MOVEMENTS STILL WITHOUT JOURNAL LINE.
       01 WS-CI-TABLA.
           02 WS-CI-ENTRY OCCURS 100 TIMES.
               03 WS-CI-T-CTA       PIC X(10).
               03 WS-CI-T-FANT      PIC X(08).
               03 WS-CI-T-SANT      PIC S9(11)V99.
               03 WS-CI-T-MOV       PIC S9(11)V99.
               03 WS-CI-T-INV       PIC S9(11)V99.
               03 WS-CI-T-NPEN      PIC 9(05).
               03 WS-CI-T-VPEN      PIC S9(11)V99.
      *
           77 WS-ST-CI     PIC X(25) VALUE 'CONCILIACION INVENTARIO  '.
           77 WS-MSG-CIOP PIC X(80) VALUE ' 1-CONCILIAR  2-HISTORIA'-
       'L DE SALDOS CONCILIADOS  9-SALE                   [  ]'.
           77 WS-MSG-CINJ PIC X(80) VALUE ' CONTABLE.INT no tiene li'-
       'neas de diario; genere el extracto en CONTAB01.        '.
           77 WS-MSG-CINA PIC X(80) VALUE ' No hay cuentas de invent'-
       'ario por conciliar.                                    '.
           77 WS-MSG-CILL PIC X(80) VALUE ' Tabla de cuentas llena; '-
       'la conciliacion esta incompleta.                       '.
           77 WS-MSG-CIPD PIC X(80) VALUE ' Movimientos del periodo '-
       'sin linea de diario:                                   '.
           77 WS-MSG-CIP0 PIC X(80) VALUE ' Todos los movimientos de'-
       'l periodo tienen su linea de diario.                   '.
           77 WS-MSG-CICS PIC X(80) VALUE ' Conciliacion en CSV regi'-
       'strado en INFORMES.LOG.                                '.
           77 WS-MSG-CICF PIC X(80) VALUE ' Registrar la valorizacio'-
       'n como saldo conciliado (S/N)?                         '.
           77 WS-MSG-CIOK PIC X(80) VALUE ' Saldos conciliados regis'-
       'trados; son el saldo inicial de la proxima.            '.
           77 WS-MSG-CIH0 PIC X(80) VALUE ' No hay saldos conciliado'-
       's registrados.                                         '.
           77 WS-LB-CI    PIC X(77) VALUE 'CUENTA     SALDO CONC.  '-
       '  MOVIMIENTOS  SALDO LIBROS   INVENTARIO   DIFERENCIA'.
           77 WS-LB-CIPD  PIC X(75) VALUE 'FECHA    ARTICULO   TIPO'-
       '          CANTIDAD  REFERENCIA           CUENTA'.
           77 WS-LB-CIH   PIC X(75) VALUE 'CUENTA     FECHA      SA'-
       'LDO CONC.  SALDO LIBROS   DIFERENCIA  PEND OPERADOR'.
           77 WS-LB-CITT  PIC X(10) VALUE 'TOTAL     '.
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
                 WS-ST-CI          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-CIOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-RECONCILE THRU 0100-RECONCILE-FIN
                 WHEN 2
                    PERFORM 0100-CI-HISTORY
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
      *    0100-RECONCILE : The reconciliation to today: book balance
      *    against valuation per account, the movements without
      *    journal line, and the carry-forward of the agreed balance.
      *-----------------------------------------------------------------
       0100-RECONCILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CI-CORTE
           MOVE 0 TO WS-CI-CNT
           MOVE 0 TO WS-CI-LLENA
           MOVE 0 TO WS-CI-NPEN
           OPEN INPUT CUENTAS
           MOVE 0 TO WS-CI-CTAOK
           IF WS-CTA-STATUS = '00' THEN
              MOVE 1 TO WS-CI-CTAOK
           END-IF
           PERFORM 0100-CI-LOAD-SALDOS
           PERFORM 0100-CI-SCAN-JOURNAL
           PERFORM 0100-CI-VALUATION
           IF WS-CI-CNT = 0 THEN
              CLOSE CUENTAS
              DISPLAY WS-MSG-CINA LINE 24 COL 01
              GO TO 0100-RECONCILE-FIN
           END-IF
           IF WS-CI-JRN = 0 THEN
              DISPLAY WS-MSG-CINJ LINE 22 COL 01
           END-IF
           PERFORM 0100-CI-CSV-OPEN
           PERFORM 0100-CI-SUMMARY
           PERFORM 0100-CI-PENDING
           CLOSE CUENTAS
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           DISPLAY WS-MSG-CICS LINE 21 COL 01
           IF WS-CI-LLENA = 1 THEN
              DISPLAY WS-MSG-CILL LINE 20 COL 01
           END-IF
           DISPLAY WS-MSG-CICF LINE 22 COL 01
           MOVE 'N' TO WS-CI-CONF
           ACCEPT WS-CI-CONF LINE 22 COL 60
           MOVE FUNCTION UPPER-CASE(WS-CI-CONF) TO WS-CI-CONF
           IF WS-CI-CONF NOT = 'S' THEN
              GO TO 0100-RECONCILE-FIN
           END-IF
           IF WS-ROLE-SUPERVISOR THEN
              MOVE WS-OPERATOR-ID TO WS-SGN-ID
           ELSE
              PERFORM 0100-SUPERVISOR-SIGN
              IF WS-SGN-OK = 0 THEN
                 GO TO 0100-RECONCILE-FIN
              END-IF
           END-IF
           PERFORM 0100-CI-CARRY-FORWARD
           DISPLAY WS-MSG-CIOK LINE 24 COL 01.
       0100-RECONCILE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-CTA-OF-CAT : Inventory account of the category in
      *    WS-CATEGORY, in WS-CI-CTA; unmapped categories post to the
      *    general account, as in the extract.
      *-----------------------------------------------------------------
       0100-CI-CTA-OF-CAT.
           MOVE 'INV-GENERL' TO WS-CI-CTA
           IF WS-CI-CTAOK = 1 THEN
              MOVE WS-CATEGORY TO CTA-CATEGORY
              READ CUENTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-INV TO WS-CI-CTA
              END-READ
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-FIND-CTA : Entry of the account in WS-CI-CTA, in
      *    WS-CI-HIT, opened when new. Zero when the table is full.
      *-----------------------------------------------------------------
       0100-CI-FIND-CTA.
           SET WS-CI-HIT TO 0
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-CNT
              IF WS-CI-T-CTA(WS-CI-IDX) = WS-CI-CTA THEN
                 SET WS-CI-HIT TO WS-CI-IDX
                 MOVE 101 TO WS-CI-IDX
              END-IF
           END-PERFORM
           IF WS-CI-HIT = 0 AND WS-CI-CNT < 100 THEN
              ADD 1 TO WS-CI-CNT
              MOVE WS-CI-CTA TO WS-CI-T-CTA(WS-CI-CNT)
              MOVE '00000000' TO WS-CI-T-FANT(WS-CI-CNT)
              MOVE 0 TO WS-CI-T-SANT(WS-CI-CNT)
              MOVE 0 TO WS-CI-T-MOV(WS-CI-CNT)
              MOVE 0 TO WS-CI-T-INV(WS-CI-CNT)
              MOVE 0 TO WS-CI-T-NPEN(WS-CI-CNT)
              MOVE 0 TO WS-CI-T-VPEN(WS-CI-CNT)
              SET WS-CI-HIT TO WS-CI-CNT
           END-IF
           IF WS-CI-HIT = 0 THEN
              MOVE 1 TO WS-CI-LLENA
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-LOAD-SALDOS : The last balance agreed per account
      *    before today (the file is in account and date order, so
      *    the latest one stays).
      *-----------------------------------------------------------------
       0100-CI-LOAD-SALDOS.
           OPEN INPUT CONCINV
           IF WS-CIV-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CONCINV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CIV-FECHA < WS-CI-CORTE THEN
                          MOVE CIV-CUENTA TO WS-CI-CTA
                          PERFORM 0100-CI-FIND-CTA
                          IF WS-CI-HIT > 0 THEN
                             MOVE CIV-FECHA
                                TO WS-CI-T-FANT(WS-CI-HIT)
                             MOVE CIV-SALDO
                                TO WS-CI-T-SANT(WS-CI-HIT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CONCINV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-SCAN-JOURNAL : The journal lines ('J') of
      *    CONTABLE.INT on the inventory side of their category (the
      *    D/C side leads the concept, followed by the movement's
      *    reference, or by the concept of an entry of ASIENTOS.DAT
      *    such as a purchase variance). Those dated after the
      *    account's last agreed balance add to its book movement;
      *    every one of them leaves its date and reference in
      *    CONCINV.TMP for the search of the movements without journal
      *    line.
      *-----------------------------------------------------------------
       0100-CI-SCAN-JOURNAL.
           MOVE 0 TO WS-CI-JRN
           OPEN OUTPUT CIWRK
           OPEN INPUT CONTABLE
           IF WS-INT-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CONTABLE
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF INT-TIPO = 'J'
                       AND INT-CATEGORY NOT = WS-CI-DIFCAMB THEN
                          PERFORM 0100-CI-JOURNAL-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CONTABLE
           CLOSE CIWRK
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-JOURNAL-LINE : One journal line, kept only when it
      *    posts to the inventory account of its category.
      *-----------------------------------------------------------------
       0100-CI-JOURNAL-LINE.
           MOVE INT-CATEGORY TO WS-CATEGORY
           PERFORM 0100-CI-CTA-OF-CAT
           IF INT-CUENTA = WS-CI-CTA THEN
              ADD 1 TO WS-CI-JRN
              MOVE INT-FECHA TO CIW-FECHA
              MOVE INT-CONCEPTO(3:18) TO CIW-REF
              WRITE CIW-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              PERFORM 0100-CI-FIND-CTA
              IF WS-CI-HIT > 0
              AND INT-FECHA > WS-CI-T-FANT(WS-CI-HIT)
              AND INT-FECHA NOT > WS-CI-CORTE THEN
                 MOVE INT-VALOR TO WS-V-CI-VAL
                 IF INT-CONCEPTO(1:1) = 'D' THEN
                    ADD WS-V-CI-VAL TO WS-CI-T-MOV(WS-CI-HIT)
                 ELSE
                    SUBTRACT WS-V-CI-VAL FROM WS-CI-T-MOV(WS-CI-HIT)
                 END-IF
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-VALUATION : The stock of every active article at
      *    average cost, less its consigned units, as valued by INV01,
      *    added to the inventory account of its category.
      *-----------------------------------------------------------------
       0100-CI-VALUATION.
           OPEN INPUT INVENTARIO
           OPEN INPUT CONSIGNA
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF ACTFLAG-ACTIVE THEN
                       PERFORM 0100-CI-VALUE-ARTICLE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONSIGNA
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-VALUE-ARTICLE : The article in INVENT-REG.
      *-----------------------------------------------------------------
       0100-CI-VALUE-ARTICLE.
           MOVE CANT TO WS-V-CI-CANT
           MOVE AVGCOST TO WS-V-CI-COSTO
           PERFORM 0100-CI-CONSIGNED
           IF WS-V-CSG-CANT > WS-V-CI-CANT THEN
              MOVE 0 TO WS-V-CI-CANT
           ELSE
              SUBTRACT WS-V-CSG-CANT FROM WS-V-CI-CANT
           END-IF
           MOVE CATEGORY TO WS-CATEGORY
           PERFORM 0100-CI-CTA-OF-CAT
           PERFORM 0100-CI-FIND-CTA
           IF WS-CI-HIT > 0 THEN
              COMPUTE WS-V-CI-VAL = WS-V-CI-CANT * WS-V-CI-COSTO
              ADD WS-V-CI-VAL TO WS-CI-T-INV(WS-CI-HIT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-CONSIGNED : Consigned units of the article in
      *    CODART, in WS-V-CSG-CANT (0 when it holds none).
      *-----------------------------------------------------------------
       0100-CI-CONSIGNED.
           MOVE 0 TO WS-V-CSG-CANT
           IF WS-CSG-STATUS = '00' OR WS-CSG-STATUS = '05'
           OR WS-CSG-STATUS = '23' THEN
              MOVE CODART TO CSG-CODART
              READ CONSIGNA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CSG-CANT TO WS-V-CSG-CANT
              END-READ
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-SUMMARY : One line per account, on screen and in
      *    the CSV, with the totals.
      *-----------------------------------------------------------------
       0100-CI-SUMMARY.
           MOVE 0 TO WS-V-CI-TANT
           MOVE 0 TO WS-V-CI-TMOV
           MOVE 0 TO WS-V-CI-TLIB
           MOVE 0 TO WS-V-CI-TINV
           MOVE 0 TO WS-V-CI-TDIF
           DISPLAY WS-LB-CI LINE 06 COL 01
           DISPLAY WS-HYPHNS(1:80) LINE 07 COL 01
           MOVE 7 TO WS-ROWCTRL
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-CNT
              COMPUTE WS-V-CI-LIBROS =
                 WS-CI-T-SANT(WS-CI-IDX) + WS-CI-T-MOV(WS-CI-IDX)
              COMPUTE WS-V-CI-DIFER =
                 WS-CI-T-INV(WS-CI-IDX) - WS-V-CI-LIBROS
              ADD WS-CI-T-SANT(WS-CI-IDX) TO WS-V-CI-TANT
              ADD WS-CI-T-MOV(WS-CI-IDX) TO WS-V-CI-TMOV
              ADD WS-V-CI-LIBROS TO WS-V-CI-TLIB
              ADD WS-CI-T-INV(WS-CI-IDX) TO WS-V-CI-TINV
              ADD WS-V-CI-DIFER TO WS-V-CI-TDIF
              MOVE WS-CI-T-SANT(WS-CI-IDX) TO WS-CI-ED1
              MOVE WS-CI-T-MOV(WS-CI-IDX) TO WS-CI-ED2
              MOVE WS-V-CI-LIBROS TO WS-CI-ED3
              MOVE WS-CI-T-INV(WS-CI-IDX) TO WS-CI-ED4
              MOVE WS-V-CI-DIFER TO WS-CI-ED5
              PERFORM 0100-CI-NEWROW
              DISPLAY WS-CI-T-CTA(WS-CI-IDX) LINE WS-ROWCTRL COL 01
              DISPLAY WS-CI-ED1 LINE WS-ROWCTRL COL 12
              DISPLAY WS-CI-ED2 LINE WS-ROWCTRL COL 25
              DISPLAY WS-CI-ED3 LINE WS-ROWCTRL COL 38
              DISPLAY WS-CI-ED4 LINE WS-ROWCTRL COL 51
              DISPLAY WS-CI-ED5 LINE WS-ROWCTRL COL 64
              MOVE SPACES TO OUTPUT-RECORD
              STRING WS-CI-T-CTA(WS-CI-IDX) WS-CSV-DELIM
                     WS-CI-T-FANT(WS-CI-IDX) WS-CSV-DELIM
                     WS-CI-ED1 WS-CSV-DELIM WS-CI-ED2 WS-CSV-DELIM
                     WS-CI-ED3 WS-CSV-DELIM WS-CI-ED4 WS-CSV-DELIM
                     WS-CI-ED5
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-PERFORM
           MOVE WS-V-CI-TANT TO WS-CI-ED1
           MOVE WS-V-CI-TMOV TO WS-CI-ED2
           MOVE WS-V-CI-TLIB TO WS-CI-ED3
           MOVE WS-V-CI-TINV TO WS-CI-ED4
           MOVE WS-V-CI-TDIF TO WS-CI-ED5
           PERFORM 0100-CI-NEWROW
           DISPLAY WS-LB-CITT LINE WS-ROWCTRL COL 01
           DISPLAY WS-CI-ED1 LINE WS-ROWCTRL COL 12
           DISPLAY WS-CI-ED2 LINE WS-ROWCTRL COL 25
           DISPLAY WS-CI-ED3 LINE WS-ROWCTRL COL 38
           DISPLAY WS-CI-ED4 LINE WS-ROWCTRL COL 51
           DISPLAY WS-CI-ED5 LINE WS-ROWCTRL COL 64
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'TOTAL' WS-CSV-DELIM WS-CSV-DELIM
                  WS-CI-ED1 WS-CSV-DELIM WS-CI-ED2 WS-CSV-DELIM
                  WS-CI-ED3 WS-CSV-DELIM WS-CI-ED4 WS-CSV-DELIM
                  WS-CI-ED5
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           DISPLAY WS-MSG-AN1 LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           DISPLAY WS-SPC LINE 24 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-PENDING : The movements of the period (after the
      *    account's last agreed balance) that the extract would post
      *    but that have no journal line in CONTABLE.INT: transfers,
      *    opening balances and consigned articles never post.
      *-----------------------------------------------------------------
       0100-CI-PENDING.
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'MOVIMIENTOS SIN LINEA DE DIARIO' WS-CSV-DELIM
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'FECHA' WS-CSV-DELIM 'HORA' WS-CSV-DELIM
                  'ARTICULO' WS-CSV-DELIM 'TIPO' WS-CSV-DELIM
                  'CANTIDAD' WS-CSV-DELIM 'REFERENCIA' WS-CSV-DELIM
                  'CUENTA' WS-CSV-DELIM 'VALOR'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           DISPLAY WS-BLANK LINE 06 COL 01 ERASE EOS
           DISPLAY WS-MSG-CIPD LINE 06 COL 01
           DISPLAY WS-LB-CIPD LINE 07 COL 01
           MOVE 7 TO WS-ROWCTRL
           OPEN INPUT CIWRK
           OPEN INPUT INVENTARIO
           OPEN INPUT CONSIGNA
           OPEN INPUT MOVIMSTK
           IF WS-MOV-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MOVIMSTK
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF MOV-FECHA NOT > WS-CI-CORTE
                       AND MOV-TIPO NOT = 'TRASL-SAL'
                       AND MOV-TIPO NOT = 'TRASL-ENT'
                       AND MOV-TIPO NOT = 'SALDO-INI' THEN
                          PERFORM 0100-CI-CHECK-MOV
                             THRU 0100-CI-CHECK-MOV-FIN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MOVIMSTK
           CLOSE CONSIGNA
           CLOSE INVENTARIO
           CLOSE CIWRK
           IF WS-CI-NPEN = 0 THEN
              DISPLAY WS-MSG-CIP0 LINE 08 COL 01
           ELSE
              MOVE WS-CI-NPEN TO WS-CI-NPEN-ED
              DISPLAY WS-CI-NPEN-ED LINE 06 COL 50
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-CHECK-MOV : One movement: its account by the
      *    category of the article, and its journal key searched in
      *    CONCINV.TMP.
      *-----------------------------------------------------------------
       0100-CI-CHECK-MOV.
           MOVE SPACES TO WS-CATEGORY
           MOVE 0 TO WS-V-CI-COSTO
           MOVE MOV-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CATEGORY TO WS-CATEGORY
                 MOVE AVGCOST TO WS-V-CI-COSTO
                 IF WS-V-CI-COSTO = 0 THEN
                    MOVE STDCOST TO WS-V-CI-COSTO
                 END-IF
           END-READ
           PERFORM 0100-CI-CONSIGNED
           IF WS-V-CSG-CANT > 0 THEN
              GO TO 0100-CI-CHECK-MOV-FIN
           END-IF
           PERFORM 0100-CI-CTA-OF-CAT
           PERFORM 0100-CI-FIND-CTA
           IF WS-CI-HIT = 0 THEN
              GO TO 0100-CI-CHECK-MOV-FIN
           END-IF
           IF MOV-FECHA NOT > WS-CI-T-FANT(WS-CI-HIT) THEN
              GO TO 0100-CI-CHECK-MOV-FIN
           END-IF
           MOVE MOV-FECHA TO CIW-FECHA
           MOVE MOV-REF(1:18) TO CIW-REF
           READ CIWRK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 0100-CI-CHECK-MOV-FIN
           END-READ
           ADD 1 TO WS-CI-NPEN
           ADD 1 TO WS-CI-T-NPEN(WS-CI-HIT)
           MOVE MOV-CANT TO WS-MOV-CANT
           COMPUTE WS-V-CI-VAL = WS-MOV-CANT * WS-V-CI-COSTO
           ADD WS-V-CI-VAL TO WS-CI-T-VPEN(WS-CI-HIT)
           MOVE WS-V-CI-VAL TO WS-CI-ED1
           PERFORM 0100-CI-NEWROW
           DISPLAY MOV-FECHA LINE WS-ROWCTRL COL 01
           DISPLAY MOV-CODART LINE WS-ROWCTRL COL 10
           DISPLAY MOV-TIPO LINE WS-ROWCTRL COL 21
           DISPLAY MOV-CANT LINE WS-ROWCTRL COL 33
           DISPLAY MOV-REF LINE WS-ROWCTRL COL 43
           DISPLAY WS-CI-CTA LINE WS-ROWCTRL COL 64
           MOVE SPACES TO OUTPUT-RECORD
           STRING MOV-FECHA WS-CSV-DELIM MOV-HORA WS-CSV-DELIM
                  MOV-CODART WS-CSV-DELIM MOV-TIPO WS-CSV-DELIM
                  MOV-CANT WS-CSV-DELIM MOV-REF WS-CSV-DELIM
                  WS-CI-CTA WS-CSV-DELIM WS-CI-ED1
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.
       0100-CI-CHECK-MOV-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-CARRY-FORWARD : The valuation of today becomes the
      *    agreed balance of every account, with the book balance and
      *    the difference it was agreed with, each one audited.
      *-----------------------------------------------------------------
       0100-CI-CARRY-FORWARD.
           OPEN I-O CONCINV
           IF WS-CIV-STATUS = '35' OR WS-CIV-STATUS = '05' THEN
              CLOSE CONCINV
              OPEN OUTPUT CONCINV
              CLOSE CONCINV
              OPEN I-O CONCINV
           END-IF
           PERFORM VARYING WS-CI-IDX FROM 1 BY 1
                   UNTIL WS-CI-IDX > WS-CI-CNT
              COMPUTE WS-V-CI-LIBROS =
                 WS-CI-T-SANT(WS-CI-IDX) + WS-CI-T-MOV(WS-CI-IDX)
              COMPUTE WS-V-CI-DIFER =
                 WS-CI-T-INV(WS-CI-IDX) - WS-V-CI-LIBROS
              MOVE WS-CI-T-CTA(WS-CI-IDX) TO CIV-CUENTA
              MOVE WS-CI-CORTE TO CIV-FECHA
              READ CONCINV
                 INVALID KEY
                    PERFORM 0100-CI-FILL-CIV
                    WRITE CIV-REG
                 NOT INVALID KEY
                    PERFORM 0100-CI-FILL-CIV
                    REWRITE CIV-REG
              END-READ
              MOVE SPACES TO WS-CODART
              MOVE 'CONC-INV' TO WS-AUD-TTYPE
              MOVE WS-CI-T-SANT(WS-CI-IDX) TO WS-CI-ED1
              MOVE WS-CI-T-INV(WS-CI-IDX) TO WS-CI-ED4
              MOVE SPACES TO WS-AUD-BEFORE
              MOVE SPACES TO WS-AUD-AFTER
              STRING WS-CI-T-CTA(WS-CI-IDX) ' ' WS-CI-ED1
              DELIMITED BY SIZE INTO WS-AUD-BEFORE
              STRING WS-CI-T-CTA(WS-CI-IDX) ' ' WS-CI-ED4
              DELIMITED BY SIZE INTO WS-AUD-AFTER
              PERFORM 0100-WRITE-AUDIT-REC
           END-PERFORM
           CLOSE CONCINV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-FILL-CIV : The record of the account in the entry
      *    WS-CI-IDX.
      *-----------------------------------------------------------------
       0100-CI-FILL-CIV.
           MOVE SPACES TO CIV-FILLER
           MOVE WS-CI-T-INV(WS-CI-IDX) TO CIV-SALDO
           MOVE WS-V-CI-LIBROS TO CIV-LIBROS
           MOVE WS-V-CI-DIFER TO CIV-DIFER
           MOVE WS-CI-T-NPEN(WS-CI-IDX) TO CIV-PEND
           MOVE WS-OPERATOR-ID TO CIV-OPERADOR
           MOVE WS-SGN-ID TO CIV-AUTORIZA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-HISTORY : The balances agreed so far, per account
      *    and date.
      *-----------------------------------------------------------------
       0100-CI-HISTORY.
           OPEN INPUT CONCINV
           IF WS-CIV-STATUS NOT = '00' THEN
              CLOSE CONCINV
              DISPLAY WS-MSG-CIH0 LINE 24 COL 01
           ELSE
              DISPLAY WS-LB-CIH LINE 06 COL 01
              DISPLAY WS-HYPHNS(1:80) LINE 07 COL 01
              MOVE 7 TO WS-ROWCTRL
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CONCINV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE CIV-SALDO TO WS-CI-ED1
                       MOVE CIV-LIBROS TO WS-CI-ED2
                       MOVE CIV-DIFER TO WS-CI-ED3
                       MOVE CIV-PEND TO WS-CI-NPEN-ED
                       PERFORM 0100-CI-NEWROW
                       DISPLAY CIV-CUENTA LINE WS-ROWCTRL COL 01
                       DISPLAY CIV-FECHA LINE WS-ROWCTRL COL 12
                       DISPLAY WS-CI-ED1 LINE WS-ROWCTRL COL 22
                       DISPLAY WS-CI-ED2 LINE WS-ROWCTRL COL 35
                       DISPLAY WS-CI-ED3 LINE WS-ROWCTRL COL 48
                       DISPLAY WS-CI-NPEN-ED LINE WS-ROWCTRL COL 60
                       DISPLAY CIV-OPERADOR LINE WS-ROWCTRL COL 66
                 END-READ
              END-PERFORM
              CLOSE CONCINV
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-CSV-OPEN : Opens the CSV of the reconciliation with
      *    its header.
      *-----------------------------------------------------------------
       0100-CI-CSV-OPEN.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'CONCINV_' WS-RPT-STAMP '.CSV'
           DELIMITED BY SIZE INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CONCILIACION DE INVENTARIO AL' WS-CSV-DELIM
                  WS-CI-CORTE
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CUENTA' WS-CSV-DELIM 'FECHA_SALDO' WS-CSV-DELIM
                  'SALDO_CONCILIADO' WS-CSV-DELIM
                  'MOVIMIENTOS' WS-CSV-DELIM 'SALDO_LIBROS'
                  WS-CSV-DELIM 'INVENTARIO' WS-CSV-DELIM
                  'DIFERENCIA'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CI-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-CI-NEWROW.
           IF WS-ROWCTRL > 18 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              DISPLAY WS-BLANK LINE 08 COL 01 ERASE EOS
              MOVE 7 TO WS-ROWCTRL
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM CONCINV01.
