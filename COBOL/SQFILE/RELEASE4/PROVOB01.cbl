      ******************************************************************
      * Program      : PROVOB01.cbl                                    *
      * Purpose      : Inventory obsolescence provision. Keeps the     *
      *                provision percentages per stock age bucket and  *
      *                for expired lots (PROVOBS.DAT), general and per *
      *                category. The month-end run values every        *
      *                article at cost, puts the quantity of its lots  *
      *                expired at the month end in the expired bucket  *
      *                and the rest in the bucket of the days since    *
      *                LASTMOV, works out the provision required per   *
      *                article and category, compares it with the one  *
      *                booked before (PROVHIS.DAT) and posts only the  *
      *                difference to ASIENTOS.DAT, from where the      *
      *                accounting extract (CONTAB01) carries it into   *
      *                CONTABLE.INT; a rerun of the month replaces its *
      *                earlier posting. The schedule by category       *
      *                for the auditor goes to PROVOBS.PRN and the     *
      *                detail per article to a CSV registered in       *
      *                INFORMES.LOG.                                   *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Posts the difference to         *
      *                                ASIENTOS.DAT, carried into      *
      *                                CONTABLE.INT by the accounting  *
      *                                extract, instead of a file of   *
      *                                its own.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVOB01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "OBPSEL.cpy".
       copy "OBHSEL.cpy".
      *
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CATEGORY
           FILE STATUS  IS WS-CTA-STATUS.
      *
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
       copy "ASISEL.cpy".
      *
           SELECT POPRN ASSIGN TO "PROVOBS.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "OBPFD.cpy".
      *
       copy "OBHFD.cpy".
      *
       FD CUENTAS.
       01 CTA-REG.
           02 CTA-CATEGORY          PIC X(15).
           02 CTA-INV               PIC X(10).
           02 CTA-AJU               PIC X(10).
      *
       FD EMPRESA.
       01 REG-EMPRESA.
           03 EMP-TIP-ID       PIC X(20).
           03 EMP-ID           PIC X(20).
           03 EMP-RSOCIAL      PIC X(30).
           03 EMP-RCCIAL       PIC X(30).
           03 EMP-SIGLA        PIC X(10).
           03 EMP-DIR1         PIC X(30).
           03 EMP-DIR2         PIC X(30).
           03 EMP-DIR3         PIC X(30).
           03 EMP-TEL1         PIC X(20).
           03 EMP-TEL2         PIC X(20).
           03 EMP-TEL3         PIC X(20).
           03 EMP-CIUDAD       PIC X(20).
           03 EMP-DEPTO        PIC X(20).
           03 EMP-EMAIL1       PIC X(30).
           03 EMP-EMAIL2       PIC X(30).
           03 EMP-EMAIL3       PIC X(30).
           03 EMP-WEB1         PIC X(30).
           03 EMP-WEB2         PIC X(30).
           03 EMP-RLEGAL       PIC X(60).
           03 EMP-FCONSTIT     PIC X(08).
           03 EMP-FREGIST      PIC X(08).
           03 EMP-LMOD         PIC X(12).
           03 EMP-FILLER       PIC X(500).
      *
       copy "ASIFD.cpy".
      *
       FD POPRN.
       01 POPRN-RECORD         PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ASIWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-OBP-STATUS      PIC XX.
           77 WS-OBH-STATUS      PIC XX.
           77 WS-CTA-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-EMP-FOUND       PIC 9 VALUE 0.
           77 WS-PO-FNAME        PIC X(30).
           77 WS-PO-CAT-PRV      PIC X(15) VALUE 'PROV-OBSOL'.
           77 WS-PO-CTAGTO       PIC X(10).
           77 WS-PO-CTAPRV       PIC X(10).
           77 WS-PO-CATEG        PIC X(15).
           77 WS-PO-MES          PIC X(06).
           77 WS-PO-ANO-N        PIC 9(04).
           77 WS-PO-MM-N         PIC 9(02).
           77 WS-PO-SIG-N        PIC 9(08).
           77 WS-PO-CORTE-N      PIC 9(08).
           77 WS-PO-CORTE        PIC X(08).
           77 WS-PO-LM-N         PIC 9(08).
           77 WS-PO-ERR          PIC 9 VALUE 0.
           77 WS-PO-LLENA        PIC 9 VALUE 0.
           77 WS-PO-LFIN         PIC 9 VALUE 0.
           77 WS-PO-CCNT         PIC 9(03) VALUE 0.
           77 WS-PO-CIDX         PIC 9(03) VALUE 0.
           77 WS-PO-CPOS         PIC 9(03) VALUE 0.
           77 WS-PO-HALLADO      PIC 9(03) VALUE 0.
           77 WS-PO-PCNT         PIC 9(03) VALUE 0.
           77 WS-PO-PIDX         PIC 9(03) VALUE 0.
           77 WS-PO-B            PIC 9(01) VALUE 0.
           77 WS-PO-TIDX         PIC 9(01) VALUE 0.
           77 WS-PO-ROW          PIC 9(02) VALUE 0.
           77 WS-PO-LINES        PIC 9(05) VALUE 0.
           77 WS-PO-DIAS         PIC S9(05) VALUE 0.
           77 WS-PO-DIAS-ED      PIC ZZZZ9.
           77 WS-PO-PCT-IN       PIC ZZ9.99.
           77 WS-V-PO-CANT       PIC 9(05)V99 VALUE 0.
           77 WS-V-PO-VENC       PIC 9(05)V99 VALUE 0.
           77 WS-V-PO-LOT        PIC 9(05)V99 VALUE 0.
           77 WS-V-PO-COSTO      PIC 9(05)V99 VALUE 0.
           77 WS-V-PO-VAL        PIC 9(11)V99 VALUE 0.
           77 WS-V-PO-VALV       PIC 9(11)V99 VALUE 0.
           77 WS-V-PO-PRV        PIC 9(11)V99 VALUE 0.
           77 WS-V-PO-PRVV       PIC 9(11)V99 VALUE 0.
           77 WS-V-PO-TOTVAL     PIC 9(13)V99 VALUE 0.
           77 WS-V-PO-TOTPRV     PIC 9(13)V99 VALUE 0.
           77 WS-V-PO-TOTANT     PIC 9(13)V99 VALUE 0.
           77 WS-V-PO-DIF        PIC S9(13)V99 VALUE 0.
           77 WS-V-PO-TOTDIF     PIC S9(13)V99 VALUE 0.
           77 WS-V-PO-ABS        PIC 9(13)V99 VALUE 0.
           77 WS-V-PO-DEB        PIC 9(13)V99 VALUE 0.
           77 WS-V-PO-CVAL       PIC 9(13)V99 VALUE 0.
           77 WS-V-PO-CPRV       PIC 9(13)V99 VALUE 0.
           77 WS-PO-ED1          PIC ZZZZZZZZ9.99.
           77 WS-PO-ED2          PIC ZZZZZZZZ9.99.
           77 WS-PO-ED3          PIC ZZZZZZZZ9.99.
           77 WS-PO-ED4          PIC -ZZZZZZZ9.99.
           77 WS-PO-ED5          PIC ZZZZ9.99.
           77 WS-PO-ED6          PIC ZZZZ9.99.
           77 WS-PO-PCT-ED       PIC ZZ9.99.
      *
      *    THE AGE BUCKETS OF THE STOCK AGING REPORT, PLUS EXPIRED LOTS.
       01 WS-PO-TRAMOS-TX       PIC X(48) VALUE
           '0-30    31-60   61-90   91-180  180+    VENCIDOS'.
       01 WS-PO-TRAMOS REDEFINES WS-PO-TRAMOS-TX.
           02 WS-PO-TRAMO          PIC X(08) OCCURS 6 TIMES.
      *
      *    THE GENERAL TABLE WHEN NONE WAS REGISTERED.
       01 WS-PO-DEF-TX          PIC X(30) VALUE
           '000000000001000025000500010000'.
       01 WS-PO-DEF REDEFINES WS-PO-DEF-TX.
           02 WS-PO-DEF-PCT        PIC 9(3)V99 OCCURS 6 TIMES.
      *
      *    THE PERCENTAGES IN FORCE: THE GENERAL ROW AND THE CATEGORY
      *    OVERRIDES.
       01 WS-PO-GEN-PCTS.
           02 WS-PO-GEN-PCT        PIC 9(3)V99 OCCURS 6 TIMES.
       01 WS-PO-USE-PCTS.
           02 WS-PO-USE-PCT        PIC 9(3)V99 OCCURS 6 TIMES.
       01 WS-PO-PCTAB.
           02 WS-PO-P-ENTRY OCCURS 100 TIMES.
               03 WS-PO-P-CATEG     PIC X(15).
               03 WS-PO-P-PCTS      PIC X(30).
      *
      *    THE PROVISION PER CATEGORY, KEPT IN CATEGORY ORDER.
       01 WS-PO-CATS.
           02 WS-PO-C-ENTRY OCCURS 100 TIMES.
               03 WS-PO-C-CATEG     PIC X(15).
               03 WS-PO-C-PCTS      PIC X(30).
               03 WS-PO-C-VAL       PIC 9(11)V99 OCCURS 6 TIMES.
               03 WS-PO-C-PRV       PIC 9(11)V99 OCCURS 6 TIMES.
               03 WS-PO-C-ANT       PIC 9(11)V99.
       01 WS-PO-C-HOLD          PIC X(214).
      *
           77 WS-ST-PO     PIC X(25) VALUE 'PROVISION OBSOLESCENCIA  '.
           77 WS-MSG-POOP PIC X(80) VALUE ' 1-TABLA DE PORCENTAJES  '-
       '2-PROVISION DEL MES  9-SALE                       [  ]'.
           77 WS-MSG-POCT PIC X(80) VALUE ' Categoria (vacio = tabla'-
       ' general):                                             '.
           77 WS-MSG-PONW PIC X(80) VALUE ' Categoria sin porcentaje'-
       's propios; hoy usa la tabla general.                   '.
           77 WS-MSG-POPX PIC X(80) VALUE ' Porcentaje invalido: deb'-
       'e estar entre 0 y 100.                                 '.
           77 WS-MSG-POOK PIC X(80) VALUE ' Porcentajes de provision'-
       ' registrados.                                          '.
           77 WS-MSG-POMS PIC X(80) VALUE ' Mes de la provision (AAA'-
       'AMM, vacio = mes anterior):                            '.
           77 WS-MSG-POMX PIC X(80) VALUE ' Mes invalido. Use AAAAMM'-
       '.                                                      '.
           77 WS-MSG-PONA PIC X(80) VALUE ' No hay existencias ni pr'-
       'ovision anterior para ese corte.                       '.
           77 WS-MSG-POCL PIC X(80) VALUE ' Tabla de categorias llen'-
       'a; la provision esta incompleta.                       '.
           77 WS-MSG-POCS PIC X(80) VALUE ' Detalle por articulo en '-
       'CSV registrado en INFORMES.LOG.                        '.
           77 WS-MSG-POPR PIC X(80) VALUE ' Cuadro de provision por '-
       'categoria en PROVOBS.PRN.                              '.
           77 WS-MSG-PON0 PIC X(80) VALUE ' La provision no cambia; '-
       'no hay asiento por generar.                            '.
           77 WS-MSG-POIN PIC X(80) VALUE ' Asiento de ajuste de la '-
       'provision:                                             '.
           77 WS-LB-POTR  PIC X(30) VALUE 'TRAMO (DIAS)  PORCENTAJE'.
           77 WS-LB-PO    PIC X(68) VALUE 'CATEGORIA         VALOR C'-
       'OSTO    PROVISION     ANTERIOR       AJUSTE'.
           77 WS-LB-POTT  PIC X(20) VALUE 'Provision total....:'.
           77 WS-LB-POAJ  PIC X(20) VALUE 'Ajuste del mes.....:'.
           77 WS-TX-PO1   PIC X(70) VALUE 'CUADRO DE PROVISION POR O'-
       'BSOLESCENCIA DE INVENTARIOS'.
           77 WS-TX-PO2   PIC X(70) VALUE 'TRAMO         VALOR AL CO'-
       'STO  PORCENTAJE      PROVISION'.
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
                 WS-ST-PO          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-POOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-NOAC LINE 22 COL 01
                    ELSE
                       PERFORM 0100-SET-TABLE THRU 0100-SET-TABLE-FIN
                    END-IF
                 WHEN 2
                    PERFORM 0100-MONTHLY THRU 0100-MONTHLY-FIN
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
      *    0100-SET-TABLE : Registers or replaces the percentages of
      *    the general table or of one category, showing the ones in
      *    force beside each bucket.
      *-----------------------------------------------------------------
       0100-SET-TABLE.
           DISPLAY WS-MSG-POCT LINE 06 COL 01
           MOVE SPACES TO WS-PO-CATEG
           ACCEPT WS-PO-CATEG LINE 06 COL 40
           MOVE FUNCTION UPPER-CASE(WS-PO-CATEG) TO WS-PO-CATEG
           PERFORM 0100-PO-LOAD-PCTS
           MOVE WS-PO-GEN-PCTS TO WS-PO-USE-PCTS
           PERFORM VARYING WS-PO-PIDX FROM 1 BY 1
                   UNTIL WS-PO-PIDX > WS-PO-PCNT
              IF WS-PO-P-CATEG(WS-PO-PIDX) = WS-PO-CATEG THEN
                 MOVE WS-PO-P-PCTS(WS-PO-PIDX) TO WS-PO-USE-PCTS
              END-IF
           END-PERFORM
           IF WS-PO-CATEG NOT = SPACES
           AND WS-PO-USE-PCTS = WS-PO-GEN-PCTS THEN
              DISPLAY WS-MSG-PONW LINE 07 COL 01
           END-IF
           DISPLAY WS-LB-POTR LINE 09 COL 01
           MOVE 0 TO WS-PO-ERR
           PERFORM VARYING WS-PO-TIDX FROM 1 BY 1
                   UNTIL WS-PO-TIDX > 6 OR WS-PO-ERR = 1
              COMPUTE WS-PO-ROW = 9 + WS-PO-TIDX
              DISPLAY WS-PO-TRAMO(WS-PO-TIDX) LINE WS-PO-ROW COL 01
              MOVE WS-PO-USE-PCT(WS-PO-TIDX) TO WS-PO-PCT-ED
              DISPLAY WS-PO-PCT-ED LINE WS-PO-ROW COL 30
              MOVE WS-PO-USE-PCT(WS-PO-TIDX) TO WS-PO-PCT-IN
              ACCEPT WS-PO-PCT-IN LINE WS-PO-ROW COL 17
              MOVE WS-PO-PCT-IN TO WS-PO-USE-PCT(WS-PO-TIDX)
              IF WS-PO-USE-PCT(WS-PO-TIDX) > 100 THEN
                 DISPLAY WS-MSG-POPX LINE 24 COL 01
                 MOVE 1 TO WS-PO-ERR
              END-IF
           END-PERFORM
           IF WS-PO-ERR = 1 THEN
              GO TO 0100-SET-TABLE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O PROVOBS
           IF WS-OBP-STATUS = '35' THEN
              OPEN OUTPUT PROVOBS
              CLOSE PROVOBS
              OPEN I-O PROVOBS
           END-IF
           MOVE WS-PO-CATEG TO OBP-CATEGORY
           READ PROVOBS
              INVALID KEY
                 MOVE SPACES TO OBP-REG
                 MOVE WS-PO-CATEG TO OBP-CATEGORY
                 MOVE WS-PO-USE-PCTS TO OBP-PCTS
                 MOVE WS-DATETIME(1:8) TO OBP-FECHA
                 MOVE WS-OPERATOR-ID TO OBP-OPERADOR
                 WRITE OBP-REG
              NOT INVALID KEY
                 MOVE WS-PO-USE-PCTS TO OBP-PCTS
                 MOVE WS-DATETIME(1:8) TO OBP-FECHA
                 MOVE WS-OPERATOR-ID TO OBP-OPERADOR
                 REWRITE OBP-REG
           END-READ
           CLOSE PROVOBS
           DISPLAY WS-MSG-POOK LINE 24 COL 01.
       0100-SET-TABLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-LOAD-PCTS : The general row (or the default one
      *    when it was never registered) and the category overrides.
      *-----------------------------------------------------------------
       0100-PO-LOAD-PCTS.
           MOVE WS-PO-DEF TO WS-PO-GEN-PCTS
           MOVE 0 TO WS-PO-PCNT
           OPEN INPUT PROVOBS
           IF WS-OBP-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PROVOBS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF OBP-CATEGORY = SPACES THEN
                          MOVE OBP-PCTS TO WS-PO-GEN-PCTS
                       ELSE
                          IF WS-PO-PCNT < 100 THEN
                             ADD 1 TO WS-PO-PCNT
                             MOVE OBP-CATEGORY
                                TO WS-PO-P-CATEG(WS-PO-PCNT)
                             MOVE OBP-PCTS TO WS-PO-P-PCTS(WS-PO-PCNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PROVOBS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MONTHLY : Month-end provision: the requirement per
      *    article and category, the difference against the provision
      *    booked before, its journal, the schedule and the CSV.
      *-----------------------------------------------------------------
       0100-MONTHLY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-POMS LINE 06 COL 01
           MOVE SPACES TO WS-PO-MES
           ACCEPT WS-PO-MES LINE 06 COL 55
           IF WS-PO-MES = SPACES OR WS-PO-MES = LOW-VALUE THEN
              MOVE WS-DATETIME(1:4) TO WS-PO-ANO-N
              MOVE WS-DATETIME(5:2) TO WS-PO-MM-N
              IF WS-PO-MM-N = 1 THEN
                 SUBTRACT 1 FROM WS-PO-ANO-N
                 MOVE 12 TO WS-PO-MM-N
              ELSE
                 SUBTRACT 1 FROM WS-PO-MM-N
              END-IF
              MOVE WS-PO-ANO-N TO WS-PO-MES(1:4)
              MOVE WS-PO-MM-N TO WS-PO-MES(5:2)
              DISPLAY WS-PO-MES LINE 06 COL 55
           END-IF
           IF WS-PO-MES IS NOT NUMERIC THEN
              DISPLAY WS-MSG-POMX LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           MOVE WS-PO-MES(1:4) TO WS-PO-ANO-N
           MOVE WS-PO-MES(5:2) TO WS-PO-MM-N
           IF WS-PO-MM-N < 1 OR WS-PO-MM-N > 12 THEN
              DISPLAY WS-MSG-POMX LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           MOVE WS-PO-MES TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              GO TO 0100-MONTHLY-FIN
           END-IF
           PERFORM 0100-PO-DATES
           PERFORM 0100-PO-LOAD-PCTS
           MOVE 0 TO WS-PO-CCNT
           MOVE 0 TO WS-PO-LLENA
           PERFORM 0100-PO-LOAD-PRIOR
           PERFORM 0100-PO-CSV-OPEN
           PERFORM 0100-PO-SCAN-STOCK
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           IF WS-PO-CCNT = 0 THEN
              DISPLAY WS-MSG-PONA LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           PERFORM 0100-PO-GET-CUENTAS
           MOVE 'PROVOBS' TO WS-ASI-ORIGEN
           MOVE WS-PO-MES TO WS-ASI-LOTE
           MOVE SPACES TO WS-PO-FNAME
           STRING 'ASIENTOS.DAT ' WS-ASI-ORIGEN ' ' WS-PO-MES
           DELIMITED BY SIZE INTO WS-PO-FNAME
           PERFORM 0100-ASI-ABRE
           MOVE 0 TO WS-PO-LINES
           MOVE 0 TO WS-V-PO-DEB
           MOVE 0 TO WS-V-PO-TOTVAL
           MOVE 0 TO WS-V-PO-TOTPRV
           MOVE 0 TO WS-V-PO-TOTANT
           MOVE 0 TO WS-V-PO-TOTDIF
           PERFORM 0100-PO-PRN-HEAD
           DISPLAY WS-LB-PO LINE 08 COL 01
           MOVE 8 TO WS-ROWCTRL
           OPEN I-O PROVHIS
           IF WS-OBH-STATUS = '35' THEN
              OPEN OUTPUT PROVHIS
              CLOSE PROVHIS
              OPEN I-O PROVHIS
           END-IF
           PERFORM VARYING WS-PO-CIDX FROM 1 BY 1
                   UNTIL WS-PO-CIDX > WS-PO-CCNT
              PERFORM 0100-PO-CATEGORY
           END-PERFORM
           CLOSE PROVHIS
           PERFORM 0100-ASI-CIERRA
           PERFORM 0100-PO-PRN-TOTAL
           MOVE WS-V-PO-TOTPRV TO WS-PO-ED2
           MOVE WS-V-PO-TOTDIF TO WS-PO-ED4
           DISPLAY WS-LB-POTT LINE 19 COL 01
           DISPLAY WS-PO-ED2 LINE 19 COL 22
           DISPLAY WS-LB-POAJ LINE 19 COL 40
           DISPLAY WS-PO-ED4 LINE 19 COL 61
           DISPLAY WS-MSG-POCS LINE 20 COL 01
           DISPLAY WS-MSG-POPR LINE 21 COL 01
           IF WS-PO-LINES = 0 THEN
              DISPLAY WS-MSG-PON0 LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-POIN LINE 22 COL 01
              DISPLAY WS-PO-FNAME LINE 22 COL 38
           END-IF
           IF WS-PO-LLENA = 1 THEN
              DISPLAY WS-MSG-POCL LINE 24 COL 01
           END-IF.
       0100-MONTHLY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-DATES : The cut-off is the last day of the month.
      *-----------------------------------------------------------------
       0100-PO-DATES.
           IF WS-PO-MM-N = 12 THEN
              COMPUTE WS-PO-SIG-N = (WS-PO-ANO-N + 1) * 10000 + 101
           ELSE
              COMPUTE WS-PO-SIG-N =
                 WS-PO-ANO-N * 10000 + (WS-PO-MM-N + 1) * 100 + 1
           END-IF
           COMPUTE WS-PO-CORTE-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-PO-SIG-N) - 1)
           MOVE WS-PO-CORTE-N TO WS-PO-CORTE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-LOAD-PRIOR : The provision booked before the month
      *    for each category (the latest month before it). Categories
      *    already run for this month are kept so a rerun replaces
      *    them, down to zero when they no longer hold stock.
      *-----------------------------------------------------------------
       0100-PO-LOAD-PRIOR.
           OPEN INPUT PROVHIS
           IF WS-OBH-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PROVHIS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF OBH-MES NOT > WS-PO-MES THEN
                          MOVE OBH-CATEGORY TO WS-PO-CATEG
                          PERFORM 0100-PO-FIND-CAT
                             THRU 0100-PO-FIND-CAT-FIN
                          IF WS-PO-HALLADO > 0
                          AND OBH-MES < WS-PO-MES THEN
                             MOVE OBH-PROVISION
                                TO WS-PO-C-ANT(WS-PO-HALLADO)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PROVHIS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-FIND-CAT : Entry of WS-PO-CATEG in WS-PO-HALLADO,
      *    opened in category order with the percentages that apply
      *    to it when it is new. Zero when the table is full.
      *-----------------------------------------------------------------
       0100-PO-FIND-CAT.
           MOVE 0 TO WS-PO-HALLADO
           MOVE 0 TO WS-PO-CPOS
           PERFORM VARYING WS-PO-CIDX FROM 1 BY 1
                   UNTIL WS-PO-CIDX > WS-PO-CCNT OR WS-PO-HALLADO > 0
                   OR WS-PO-CPOS > 0
              IF WS-PO-C-CATEG(WS-PO-CIDX) = WS-PO-CATEG THEN
                 MOVE WS-PO-CIDX TO WS-PO-HALLADO
              ELSE
                 IF WS-PO-C-CATEG(WS-PO-CIDX) > WS-PO-CATEG THEN
                    MOVE WS-PO-CIDX TO WS-PO-CPOS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-PO-HALLADO > 0 THEN
              GO TO 0100-PO-FIND-CAT-FIN
           END-IF
           IF WS-PO-CCNT NOT < 100 THEN
              MOVE 1 TO WS-PO-LLENA
              GO TO 0100-PO-FIND-CAT-FIN
           END-IF
           IF WS-PO-CPOS = 0 THEN
              COMPUTE WS-PO-CPOS = WS-PO-CCNT + 1
           END-IF
           PERFORM VARYING WS-PO-CIDX FROM WS-PO-CCNT BY -1
                   UNTIL WS-PO-CIDX < WS-PO-CPOS
              MOVE WS-PO-C-ENTRY(WS-PO-CIDX) TO WS-PO-C-HOLD
              MOVE WS-PO-C-HOLD TO WS-PO-C-ENTRY(WS-PO-CIDX + 1)
           END-PERFORM
           ADD 1 TO WS-PO-CCNT
           MOVE WS-PO-CPOS TO WS-PO-HALLADO
           MOVE WS-PO-CATEG TO WS-PO-C-CATEG(WS-PO-HALLADO)
           MOVE WS-PO-GEN-PCTS TO WS-PO-C-PCTS(WS-PO-HALLADO)
           PERFORM VARYING WS-PO-PIDX FROM 1 BY 1
                   UNTIL WS-PO-PIDX > WS-PO-PCNT
              IF WS-PO-P-CATEG(WS-PO-PIDX) = WS-PO-CATEG THEN
                 MOVE WS-PO-P-PCTS(WS-PO-PIDX)
                    TO WS-PO-C-PCTS(WS-PO-HALLADO)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-PO-TIDX FROM 1 BY 1
                   UNTIL WS-PO-TIDX > 6
              MOVE 0 TO WS-PO-C-VAL(WS-PO-HALLADO, WS-PO-TIDX)
              MOVE 0 TO WS-PO-C-PRV(WS-PO-HALLADO, WS-PO-TIDX)
           END-PERFORM
           MOVE 0 TO WS-PO-C-ANT(WS-PO-HALLADO).
       0100-PO-FIND-CAT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-SCAN-STOCK : Every article with stock on hand.
      *-----------------------------------------------------------------
       0100-PO-SCAN-STOCK.
           OPEN INPUT INVENTARIO
           OPEN INPUT LOTES
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE CANT TO WS-V-PO-CANT
                    IF WS-V-PO-CANT > 0 THEN
                       PERFORM 0100-PO-ARTICLE
                          THRU 0100-PO-ARTICLE-FIN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOTES
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-ARTICLE : The article in INVENT-REG at its average
      *    cost (standard when it has none): the quantity of its lots
      *    expired at the cut-off in the expired bucket, the rest in
      *    the bucket of its days since the last movement (oldest
      *    when it never moved), each at the percentage of its
      *    category.
      *-----------------------------------------------------------------
       0100-PO-ARTICLE.
           MOVE AVGCOST TO WS-V-PO-COSTO
           IF WS-V-PO-COSTO = 0 THEN
              MOVE STDCOST TO WS-V-PO-COSTO
           END-IF
           MOVE CATEGORY TO WS-PO-CATEG
           PERFORM 0100-PO-FIND-CAT THRU 0100-PO-FIND-CAT-FIN
           IF WS-PO-HALLADO = 0 THEN
              GO TO 0100-PO-ARTICLE-FIN
           END-IF
           MOVE WS-PO-C-PCTS(WS-PO-HALLADO) TO WS-PO-USE-PCTS
           PERFORM 0100-PO-EXPIRED
           IF LASTMOV IS NOT NUMERIC THEN
              MOVE 99999 TO WS-PO-DIAS
           ELSE
              MOVE LASTMOV TO WS-PO-LM-N
              COMPUTE WS-PO-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-PO-CORTE-N)
                 - FUNCTION INTEGER-OF-DATE(WS-PO-LM-N)
              IF WS-PO-DIAS < 0 THEN
                 MOVE 0 TO WS-PO-DIAS
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-PO-DIAS NOT > 30
                 MOVE 1 TO WS-PO-B
              WHEN WS-PO-DIAS NOT > 60
                 MOVE 2 TO WS-PO-B
              WHEN WS-PO-DIAS NOT > 90
                 MOVE 3 TO WS-PO-B
              WHEN WS-PO-DIAS NOT > 180
                 MOVE 4 TO WS-PO-B
              WHEN OTHER
                 MOVE 5 TO WS-PO-B
           END-EVALUATE
           COMPUTE WS-V-PO-VAL ROUNDED =
              (WS-V-PO-CANT - WS-V-PO-VENC) * WS-V-PO-COSTO
           COMPUTE WS-V-PO-PRV ROUNDED =
              WS-V-PO-VAL * WS-PO-USE-PCT(WS-PO-B) / 100
           COMPUTE WS-V-PO-VALV ROUNDED =
              WS-V-PO-VENC * WS-V-PO-COSTO
           COMPUTE WS-V-PO-PRVV ROUNDED =
              WS-V-PO-VALV * WS-PO-USE-PCT(6) / 100
           ADD WS-V-PO-VAL TO WS-PO-C-VAL(WS-PO-HALLADO, WS-PO-B)
           ADD WS-V-PO-PRV TO WS-PO-C-PRV(WS-PO-HALLADO, WS-PO-B)
           ADD WS-V-PO-VALV TO WS-PO-C-VAL(WS-PO-HALLADO, 6)
           ADD WS-V-PO-PRVV TO WS-PO-C-PRV(WS-PO-HALLADO, 6)
           ADD WS-V-PO-PRVV TO WS-V-PO-PRV
           ADD WS-V-PO-VALV TO WS-V-PO-VAL
           MOVE WS-V-PO-CANT TO WS-PO-ED5
           MOVE WS-V-PO-VENC TO WS-PO-ED6
           MOVE WS-V-PO-COSTO TO WS-PO-ED3
           MOVE WS-PO-DIAS TO WS-PO-DIAS-ED
           MOVE WS-V-PO-VAL TO WS-PO-ED1
           MOVE WS-V-PO-PRV TO WS-PO-ED2
           MOVE SPACES TO OUTPUT-RECORD
           STRING CODART WS-CSV-DELIM CATEGORY WS-CSV-DELIM
                  WS-PO-ED5 WS-CSV-DELIM WS-PO-ED3 WS-CSV-DELIM
                  LASTMOV WS-CSV-DELIM WS-PO-DIAS-ED WS-CSV-DELIM
                  WS-PO-TRAMO(WS-PO-B) WS-CSV-DELIM
                  WS-PO-ED6 WS-CSV-DELIM WS-PO-ED1 WS-CSV-DELIM
                  WS-PO-ED2
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.
       0100-PO-ARTICLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-EXPIRED : Quantity of the article's lots expired at
      *    the cut-off, never above its stock.
      *-----------------------------------------------------------------
       0100-PO-EXPIRED.
           MOVE 0 TO WS-V-PO-VENC
           MOVE CODART TO LOT-CODART
           MOVE LOW-VALUES TO LOT-NUM
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
              INVALID KEY
                 CONTINUE
           END-START
           IF WS-LOT-STATUS = '00' THEN
              MOVE 0 TO WS-PO-LFIN
              PERFORM UNTIL WS-PO-LFIN = 1
                 READ LOTES NEXT RECORD
                    AT END
                       MOVE 1 TO WS-PO-LFIN
                    NOT AT END
                       IF LOT-CODART NOT = CODART THEN
                          MOVE 1 TO WS-PO-LFIN
                       ELSE
                          IF LOT-FVENCE IS NUMERIC
                          AND LOT-FVENCE NOT > WS-PO-CORTE THEN
                             MOVE LOT-CANT TO WS-V-PO-LOT
                             ADD WS-V-PO-LOT TO WS-V-PO-VENC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-V-PO-VENC > WS-V-PO-CANT THEN
              MOVE WS-V-PO-CANT TO WS-V-PO-VENC
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-CATEGORY : One category: its line on screen and in
      *    the schedule, its month in PROVHIS.DAT and the journal of
      *    the difference with the provision booked before.
      *-----------------------------------------------------------------
       0100-PO-CATEGORY.
           MOVE 0 TO WS-V-PO-CVAL
           MOVE 0 TO WS-V-PO-CPRV
           MOVE WS-PO-C-PCTS(WS-PO-CIDX) TO WS-PO-USE-PCTS
           PERFORM VARYING WS-PO-TIDX FROM 1 BY 1
                   UNTIL WS-PO-TIDX > 6
              ADD WS-PO-C-VAL(WS-PO-CIDX, WS-PO-TIDX) TO WS-V-PO-CVAL
              ADD WS-PO-C-PRV(WS-PO-CIDX, WS-PO-TIDX) TO WS-V-PO-CPRV
           END-PERFORM
           COMPUTE WS-V-PO-DIF = WS-V-PO-CPRV - WS-PO-C-ANT(WS-PO-CIDX)
           ADD WS-V-PO-CVAL TO WS-V-PO-TOTVAL
           ADD WS-V-PO-CPRV TO WS-V-PO-TOTPRV
           ADD WS-PO-C-ANT(WS-PO-CIDX) TO WS-V-PO-TOTANT
           ADD WS-V-PO-DIF TO WS-V-PO-TOTDIF
           MOVE WS-V-PO-CVAL TO WS-PO-ED1
           MOVE WS-V-PO-CPRV TO WS-PO-ED2
           MOVE WS-PO-C-ANT(WS-PO-CIDX) TO WS-PO-ED3
           MOVE WS-V-PO-DIF TO WS-PO-ED4
           PERFORM 0100-PO-NEWROW
           DISPLAY WS-PO-C-CATEG(WS-PO-CIDX) LINE WS-ROWCTRL COL 01
           DISPLAY WS-PO-ED1 LINE WS-ROWCTRL COL 17
           DISPLAY WS-PO-ED2 LINE WS-ROWCTRL COL 30
           DISPLAY WS-PO-ED3 LINE WS-ROWCTRL COL 43
           DISPLAY WS-PO-ED4 LINE WS-ROWCTRL COL 56
           PERFORM 0100-PO-PRN-CATEGORY
           MOVE WS-PO-MES TO OBH-MES
           MOVE WS-PO-C-CATEG(WS-PO-CIDX) TO OBH-CATEGORY
           READ PROVHIS
              INVALID KEY
                 MOVE WS-V-PO-CVAL TO OBH-VALOR
                 MOVE WS-V-PO-CPRV TO OBH-PROVISION
                 MOVE WS-DATETIME(1:8) TO OBH-FECHA
                 MOVE WS-OPERATOR-ID TO OBH-OPERADOR
                 WRITE OBH-REG
              NOT INVALID KEY
                 MOVE WS-V-PO-CVAL TO OBH-VALOR
                 MOVE WS-V-PO-CPRV TO OBH-PROVISION
                 MOVE WS-DATETIME(1:8) TO OBH-FECHA
                 MOVE WS-OPERATOR-ID TO OBH-OPERADOR
                 REWRITE OBH-REG
           END-READ
           IF WS-V-PO-DIF NOT = 0 THEN
              PERFORM 0100-PO-POST
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-POST : The pair of the difference of the category,
      *    dated the cut-off: a larger provision debits the
      *    obsolescence expense and credits the provision; a smaller
      *    one reverses the pair.
      *-----------------------------------------------------------------
       0100-PO-POST.
           MOVE WS-PO-CORTE TO WS-ASI-FECHA
           MOVE 'PROVISION OBSOLES.' TO WS-ASI-CONCEPTO
           MOVE WS-PO-C-CATEG(WS-PO-CIDX) TO WS-ASI-CATEGORY
           IF WS-V-PO-DIF > 0 THEN
              MOVE WS-V-PO-DIF TO WS-V-PO-ABS
              MOVE WS-PO-CTAGTO TO WS-ASI-CTADEB
              MOVE WS-PO-CTAPRV TO WS-ASI-CTACRE
           ELSE
              COMPUTE WS-V-PO-ABS = 0 - WS-V-PO-DIF
              MOVE WS-PO-CTAPRV TO WS-ASI-CTADEB
              MOVE WS-PO-CTAGTO TO WS-ASI-CTACRE
           END-IF
           MOVE WS-V-PO-ABS TO WS-V-ASI-VAL
           PERFORM 0100-ASI-PAR
           ADD 2 TO WS-PO-LINES
           ADD WS-V-PO-ABS TO WS-V-PO-DEB
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-GET-CUENTAS : The journal posts to the accounts
      *    mapped in CUENTAS.DAT to the PROV-OBSOL category (the
      *    inventory one as the expense, the adjustment one as the
      *    provision), or to the general ones.
      *-----------------------------------------------------------------
       0100-PO-GET-CUENTAS.
           MOVE 'GTO-OBSOL' TO WS-PO-CTAGTO
           MOVE 'PROV-OBSOL' TO WS-PO-CTAPRV
           OPEN INPUT CUENTAS
           IF WS-CTA-STATUS = '00' THEN
              MOVE WS-PO-CAT-PRV TO CTA-CATEGORY
              READ CUENTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-INV TO WS-PO-CTAGTO
                    MOVE CTA-AJU TO WS-PO-CTAPRV
              END-READ
           END-IF
           CLOSE CUENTAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-CSV-OPEN : Opens the CSV of the detail per article
      *    with its header.
      *-----------------------------------------------------------------
       0100-PO-CSV-OPEN.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'PROVOBS_' WS-RPT-STAMP '.CSV'
           DELIMITED BY SIZE INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'PROVISION POR OBSOLESCENCIA AL' WS-CSV-DELIM
                  WS-PO-CORTE
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'ARTICULO' WS-CSV-DELIM 'CATEGORIA' WS-CSV-DELIM
                  'EXISTENCIA' WS-CSV-DELIM 'COSTO' WS-CSV-DELIM
                  'ULT_MOVIMIENTO' WS-CSV-DELIM 'DIAS' WS-CSV-DELIM
                  'TRAMO' WS-CSV-DELIM 'CANT_VENCIDA' WS-CSV-DELIM
                  'VALOR_COSTO' WS-CSV-DELIM 'PROVISION'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-PRN-HEAD : Opens the schedule, headed with the
      *    company data of EMPRESA.DAT and the cut-off.
      *-----------------------------------------------------------------
       0100-PO-PRN-HEAD.
           SET WS-EMP-FOUND TO 0
           OPEN INPUT EMPRESA
           IF WS-EMP-STATUS NOT = '35' THEN
              READ EMPRESA NEXT RECORD
                 AT END
                    SET WS-EMP-FOUND TO 0
                 NOT AT END
                    SET WS-EMP-FOUND TO 1
              END-READ
              CLOSE EMPRESA
           END-IF
           OPEN OUTPUT POPRN
           IF WS-EMP-FOUND = 1 THEN
              MOVE SPACES TO POPRN-RECORD
              STRING EMP-RSOCIAL ' NIT ' EMP-ID
              DELIMITED BY SIZE INTO POPRN-RECORD
              WRITE POPRN-RECORD
           END-IF
           MOVE WS-TX-PO1 TO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE SPACES TO POPRN-RECORD
           STRING 'CORTE: ' WS-PO-CORTE '   ELABORADO: '
                  WS-DATETIME(1:8) ' ' WS-OPERATOR-ID
           DELIMITED BY SIZE INTO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO POPRN-RECORD
           WRITE POPRN-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-PRN-CATEGORY : The block of one category: value,
      *    percentage and provision per bucket, the total, the
      *    provision booked before and the adjustment.
      *-----------------------------------------------------------------
       0100-PO-PRN-CATEGORY.
           MOVE SPACES TO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE SPACES TO POPRN-RECORD
           STRING 'CATEGORIA: ' WS-PO-C-CATEG(WS-PO-CIDX)
           DELIMITED BY SIZE INTO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE WS-TX-PO2 TO POPRN-RECORD
           WRITE POPRN-RECORD
           PERFORM VARYING WS-PO-TIDX FROM 1 BY 1
                   UNTIL WS-PO-TIDX > 6
              MOVE WS-PO-C-VAL(WS-PO-CIDX, WS-PO-TIDX) TO WS-PO-ED1
              MOVE WS-PO-USE-PCT(WS-PO-TIDX) TO WS-PO-PCT-ED
              MOVE WS-PO-C-PRV(WS-PO-CIDX, WS-PO-TIDX) TO WS-PO-ED2
              MOVE SPACES TO POPRN-RECORD
              STRING WS-PO-TRAMO(WS-PO-TIDX) '      ' WS-PO-ED1
                     '      ' WS-PO-PCT-ED '   ' WS-PO-ED2
              DELIMITED BY SIZE INTO POPRN-RECORD
              WRITE POPRN-RECORD
           END-PERFORM
           MOVE WS-V-PO-CVAL TO WS-PO-ED1
           MOVE WS-V-PO-CPRV TO WS-PO-ED2
           MOVE SPACES TO POPRN-RECORD
           STRING 'TOTAL         ' WS-PO-ED1 '                 '
                  WS-PO-ED2
           DELIMITED BY SIZE INTO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE WS-PO-C-ANT(WS-PO-CIDX) TO WS-PO-ED3
           MOVE SPACES TO POPRN-RECORD
           STRING 'PROVISION CONTABILIZADA ANTES.........   '
                  '      ' WS-PO-ED3
           DELIMITED BY SIZE INTO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE WS-V-PO-DIF TO WS-PO-ED4
           MOVE SPACES TO POPRN-RECORD
           STRING 'AJUSTE DEL MES........................   '
                  '      ' WS-PO-ED4
           DELIMITED BY SIZE INTO POPRN-RECORD
           WRITE POPRN-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-PRN-TOTAL : Grand totals of the schedule.
      *-----------------------------------------------------------------
       0100-PO-PRN-TOTAL.
           MOVE WS-HYPHNS(1:80) TO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE WS-V-PO-TOTVAL TO WS-PO-ED1
           MOVE WS-V-PO-TOTPRV TO WS-PO-ED2
           MOVE SPACES TO POPRN-RECORD
           STRING 'TOTAL GENERAL ' WS-PO-ED1 '                 '
                  WS-PO-ED2
           DELIMITED BY SIZE INTO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE WS-V-PO-TOTANT TO WS-PO-ED3
           MOVE SPACES TO POPRN-RECORD
           STRING 'PROVISION CONTABILIZADA ANTES.........   '
                  '      ' WS-PO-ED3
           DELIMITED BY SIZE INTO POPRN-RECORD
           WRITE POPRN-RECORD
           MOVE WS-V-PO-TOTDIF TO WS-PO-ED4
           MOVE SPACES TO POPRN-RECORD
           STRING 'AJUSTE DEL MES........................   '
                  '      ' WS-PO-ED4
           DELIMITED BY SIZE INTO POPRN-RECORD
           WRITE POPRN-RECORD
           IF WS-PO-LINES > 0 THEN
              MOVE SPACES TO POPRN-RECORD
              STRING 'ASIENTO: ' WS-PO-FNAME
              DELIMITED BY SIZE INTO POPRN-RECORD
              WRITE POPRN-RECORD
           END-IF
           CLOSE POPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PO-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-PO-NEWROW.
           IF WS-ROWCTRL > 17 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
              MOVE 8 TO WS-ROWCTRL
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "PERCHK.cpy".
      *
       copy "ASIPOST.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM PROVOB01.
