      ******************************************************************
      * Program      : EXTMES01.cbl                                    *
      * Purpose      : Month-end customer statement batch. For one     *
      *                month (AAAAMM) writes one statement file per    *
      *                customer with a balance or with movements in    *
      *                the month, EXTRACTO_<cliente>_AAAAMM.TXT: the   *
      *                opening balance, the month's invoices, credit   *
      *                notes, other charges and payments, the closing  *
      *                balance and the open CARTERA.DAT items with     *
      *                their aging bucket. Writes the mail-merge       *
      *                manifest EXTRACTOS_AAAAMM.TXT pairing each file *
      *                with CLI-EMAIL, and EXTRACTOS_AAAAMM_IMP.TXT    *
      *                with the customers without an e-mail address,   *
      *                whose statements go out on paper.               *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Invoices read on the FAC-CLIENTE*
      *                                alternate key.                  *
      * 15-oct-2026    R. Urquijo      In the training data set every  *
      *                                statement is framed by the      *
      *                                ENTRENAMIENTO - SIN VALIDEZ     *
      *                                line.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTMES01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CLISEL.cpy".
       copy "FACSEL.cpy".
       copy "NCRSEL.cpy".
       copy "PAGSEL.cpy".
       copy "CXCSEL.cpy".
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT EXTMES ASSIGN TO WS-EM-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXM-STATUS.
      *
           SELECT EXTMAN ASSIGN TO WS-EM-MNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXN-STATUS.
      *
           SELECT EXTIMP ASSIGN TO WS-EM-PNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXP-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "NCRFD.cpy".
      *
       copy "PAGFD.cpy".
      *
       copy "CXCFD.cpy".
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
       FD EXTMES.
       01 EXTMES-RECORD        PIC X(80).
      *
       FD EXTMAN.
       01 EXTMAN-RECORD        PIC X(150).
      *
       FD EXTIMP.
       01 EXTIMP-RECORD        PIC X(150).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-CLI-STATUS      PIC XX.
           77 WS-FAC-STATUS      PIC XX.
           77 WS-NCR-STATUS      PIC XX.
           77 WS-PAG-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-EXM-STATUS      PIC XX.
           77 WS-EXN-STATUS      PIC XX.
           77 WS-EXP-STATUS      PIC XX.
           77 WS-EMP-FOUND       PIC 9 VALUE 0.
           77 WS-EM-FNAME        PIC X(40).
           77 WS-EM-MNAME        PIC X(40).
           77 WS-EM-PNAME        PIC X(40).
           77 WS-EM-MES          PIC X(06).
           77 WS-EM-DESDE        PIC X(08).
           77 WS-EM-HASTA        PIC X(08).
           77 WS-EM-DESDE-N      PIC 9(08).
           77 WS-EM-SIGUE-N      PIC 9(08).
           77 WS-EM-HASTA-N      PIC 9(08).
           77 WS-EM-FECHA        PIC X(08).
           77 WS-EM-CLI-END      PIC 9 VALUE 0.
           77 WS-EM-SECC         PIC 9 VALUE 0.
           77 WS-EM-MOVS         PIC 9(05) VALUE 0.
           77 WS-EM-ARROBAS      PIC 9(03) VALUE 0.
           77 WS-EM-CON-MAIL     PIC 9 VALUE 0.
           77 WS-EM-EXTRACTOS    PIC 9(05) VALUE 0.
           77 WS-EM-EMAIL-CNT    PIC 9(05) VALUE 0.
           77 WS-EM-IMPR-CNT     PIC 9(05) VALUE 0.
           77 WS-EM-CNT-ED       PIC ZZZZ9.
           77 WS-V-EM-VALOR      PIC 9(7)V99.
           77 WS-V-EM-REST       PIC 9(7)V99.
           77 WS-V-EM-DIAS       PIC S9(05).
           77 WS-V-EM-ANT        PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-FAC        PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-NCR        PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-CAR        PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-PAG        PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-CIE        PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-SECTOT     PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-B1         PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-B2         PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-B3         PIC S9(9)V99 VALUE 0.
           77 WS-V-EM-B4         PIC S9(9)V99 VALUE 0.
           77 WS-EM-VAL-ED       PIC -ZZZZZZZZ9.99.
           77 WS-EM-TRAMO        PIC X(10).
           77 WS-EM-NUM-ED       PIC ZZZZZ9.
           77 WS-EM-TITULO       PIC X(30).
      *
       01 WS-EM-PERIODO.
           02 WS-EM-ANO          PIC 9(04).
           02 WS-EM-MM           PIC 9(02).
      *
      *    THE MONTH'S MOVEMENT LINES OF THE CUSTOMER BEING PROCESSED,
      *    HELD UNTIL IT IS KNOWN THAT THE STATEMENT IS TO BE WRITTEN.
       01 WS-EM-LINEAS.
           02 WS-EM-NLIN         PIC 9(03) VALUE 0.
           02 WS-EM-LIN          PIC X(80) OCCURS 300 TIMES.
           77 WS-EM-IDX          PIC 9(03) VALUE 0.
           77 WS-EM-DESBORDE     PIC 9 VALUE 0.
      *
       01 WS-EM-CLIENTE.
           02 WS-EM-CLI-ID       PIC X(10).
           02 WS-EM-CLI-NOMBRE   PIC X(30).
           02 WS-EM-CLI-DIR      PIC X(30).
           02 WS-EM-CLI-TEL      PIC X(20).
           02 WS-EM-CLI-EMAIL    PIC X(30).
      *
           77 WS-ST-EM     PIC X(25) VALUE 'EXTRACTOS MENSUALES      '.
           77 WS-LB-EMTI   PIC X(40)
              VALUE 'ESTADO DE CUENTA MENSUAL  PERIODO'.
           77 WS-LB-EMSA   PIC X(26) VALUE 'SALDO ANTERIOR AL'.
           77 WS-LB-EMSC   PIC X(26) VALUE 'SALDO AL CIERRE DEL'.
           77 WS-LB-EMFA   PIC X(30) VALUE 'FACTURAS DEL PERIODO'.
           77 WS-LB-EMNC   PIC X(30) VALUE 'NOTAS CREDITO DEL PERIODO'.
           77 WS-LB-EMCA   PIC X(30) VALUE 'OTROS CARGOS DEL PERIODO'.
           77 WS-LB-EMPA   PIC X(30) VALUE 'PAGOS DEL PERIODO'.
           77 WS-LB-EMST   PIC X(14) VALUE '      TOTAL'.
           77 WS-LB-EMAB   PIC X(60) VALUE 'DOCUMENTOS PENDIENTES (TI'-
              'PO NUM FECHA VENCE SALDO TRAMO):'.
           77 WS-LB-EMTR   PIC X(64) VALUE '   AL DIA       VENC 1-30'-
              '     VENC 31-60     VENC 60+'.
           77 WS-LB-EMDS   PIC X(60) VALUE '   (EXTRACTO INCOMPLETO: '-
              'DEMASIADOS MOVIMIENTOS EN EL MES)'.
           77 WS-LB-EMMH   PIC X(40)
              VALUE 'ARCHIVO;EMAIL;CLIENTE;NOMBRE;SALDO'.
           77 WS-LB-EMPH   PIC X(40)
              VALUE 'ARCHIVO;CLIENTE;NOMBRE;DIRECCION;SALDO'.
           77 WS-MSG-EMMS PIC X(80) VALUE ' Mes de los extractos (AA'-
       'AAMM, vacio = actual):                                 '.
           77 WS-MSG-EMMI PIC X(80) VALUE ' Mes invalido: debe ser A'-
       'AAAMM.                                                 '.
           77 WS-MSG-EMNO PIC X(80) VALUE ' Ningun cliente con saldo'-
       ' ni movimientos en el mes.                             '.
           77 WS-MSG-EMOK PIC X(80) VALUE ' Extractos generados:    '-
       '                                                       '.
           77 WS-MSG-EMML PIC X(80) VALUE ' Con e-mail (manifiesto):'-
       '                                                       '.
           77 WS-MSG-EMIM PIC X(80) VALUE ' Sin e-mail, para imprimi'-
       'r:                                                     '.
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
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-EM          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           PERFORM 0100-LOAD-PARAMS
           PERFORM 0100-LOAD-EMPRESA
           PERFORM 0100-ASK-PERIOD THRU 0100-ASK-PERIOD-FIN
           IF WS-EM-MES NOT = SPACES THEN
              PERFORM 0100-RUN-BATCH
              IF WS-EM-EXTRACTOS = 0 THEN
                 DISPLAY WS-MSG-EMNO LINE 10 COL 01
              ELSE
                 PERFORM 0100-SHOW-TOTALS
              END-IF
           END-IF
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-EMPRESA : Reads the company record for the
      *    statement heading.
      *-----------------------------------------------------------------
       0100-LOAD-EMPRESA.
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
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASK-PERIOD : Month of the statements, its first and
      *    last day, and the names of the manifest and of the print
      *    list. WS-EM-MES ends in spaces when the month is invalid.
      *-----------------------------------------------------------------
       0100-ASK-PERIOD.
           DISPLAY WS-MSG-EMMS LINE 06 COL 01
           MOVE SPACES TO WS-EM-MES
           ACCEPT WS-EM-MES LINE 06 COL 50
           IF WS-EM-MES = SPACES OR WS-EM-MES = LOW-VALUE THEN
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:6) TO WS-EM-MES
           END-IF
           IF WS-EM-MES NOT NUMERIC THEN
              DISPLAY WS-MSG-EMMI LINE 24 COL 01
              MOVE SPACES TO WS-EM-MES
              GO TO 0100-ASK-PERIOD-FIN
           END-IF
           MOVE WS-EM-MES TO WS-EM-PERIODO
           IF WS-EM-MM < 1 OR WS-EM-MM > 12 OR WS-EM-ANO < 1601 THEN
              DISPLAY WS-MSG-EMMI LINE 24 COL 01
              MOVE SPACES TO WS-EM-MES
              GO TO 0100-ASK-PERIOD-FIN
           END-IF
           COMPUTE WS-EM-DESDE-N = WS-EM-ANO * 10000
                                 + WS-EM-MM * 100 + 1
           IF WS-EM-MM = 12 THEN
              COMPUTE WS-EM-SIGUE-N = (WS-EM-ANO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-EM-SIGUE-N = WS-EM-DESDE-N + 100
           END-IF
           COMPUTE WS-EM-HASTA-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-EM-SIGUE-N) - 1)
           MOVE WS-EM-DESDE-N TO WS-EM-DESDE
           MOVE WS-EM-HASTA-N TO WS-EM-HASTA
           MOVE SPACES TO WS-EM-MNAME
           STRING 'EXTRACTOS_' WS-EM-MES '.TXT'
           DELIMITED BY SIZE INTO WS-EM-MNAME
           MOVE SPACES TO WS-EM-PNAME
           STRING 'EXTRACTOS_' WS-EM-MES '_IMP.TXT'
           DELIMITED BY SIZE INTO WS-EM-PNAME.
       0100-ASK-PERIOD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RUN-BATCH : Walks the customer master in key order.
      *    A customer merged into another one is skipped: its
      *    documents now belong to the survivor.
      *-----------------------------------------------------------------
       0100-RUN-BATCH.
           MOVE 0 TO WS-EM-EXTRACTOS
           MOVE 0 TO WS-EM-EMAIL-CNT
           MOVE 0 TO WS-EM-IMPR-CNT
           OPEN OUTPUT EXTMAN
           MOVE SPACES TO EXTMAN-RECORD
           MOVE WS-LB-EMMH TO EXTMAN-RECORD
           INSPECT EXTMAN-RECORD REPLACING ALL ';' BY WS-PAR-DELIM
           WRITE EXTMAN-RECORD
           OPEN OUTPUT EXTIMP
           MOVE SPACES TO EXTIMP-RECORD
           MOVE WS-LB-EMPH TO EXTIMP-RECORD
           INSPECT EXTIMP-RECORD REPLACING ALL ';' BY WS-PAR-DELIM
           WRITE EXTIMP-RECORD
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS NOT = '00' AND WS-CLI-STATUS NOT = '05'
              CLOSE CLIENTES
           ELSE
              SET WS-EM-CLI-END TO 0
              PERFORM UNTIL WS-EM-CLI-END = 1
                 READ CLIENTES NEXT RECORD
                    AT END
                       SET WS-EM-CLI-END TO 1
                    NOT AT END
                       IF CLI-FUSION = SPACES
                       OR CLI-FUSION = LOW-VALUE THEN
                          MOVE CLI-ID TO WS-EM-CLI-ID
                          MOVE CLI-NOMBRE TO WS-EM-CLI-NOMBRE
                          MOVE CLI-DIR TO WS-EM-CLI-DIR
                          MOVE CLI-TEL TO WS-EM-CLI-TEL
                          MOVE CLI-EMAIL TO WS-EM-CLI-EMAIL
                          PERFORM 0100-ONE-CUSTOMER
                             THRU 0100-ONE-CUSTOMER-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTES
           END-IF
           CLOSE EXTMAN
           CLOSE EXTIMP
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ONE-CUSTOMER : Opening balance from every document
      *    dated before the month, the month's movements, and the
      *    statement when there is a closing balance or anything
      *    moved in the month.
      *-----------------------------------------------------------------
       0100-ONE-CUSTOMER.
           MOVE 0 TO WS-V-EM-ANT
           MOVE 0 TO WS-V-EM-FAC
           MOVE 0 TO WS-V-EM-NCR
           MOVE 0 TO WS-V-EM-CAR
           MOVE 0 TO WS-V-EM-PAG
           MOVE 0 TO WS-EM-MOVS
           MOVE 0 TO WS-EM-NLIN
           SET WS-EM-DESBORDE TO 0
           PERFORM 0100-SCAN-FACTURAS
           PERFORM 0100-SCAN-NOTAS
           PERFORM 0100-SCAN-CARGOS
           PERFORM 0100-SCAN-PAGOS
           COMPUTE WS-V-EM-CIE = WS-V-EM-ANT + WS-V-EM-FAC
              - WS-V-EM-NCR + WS-V-EM-CAR - WS-V-EM-PAG
           IF WS-V-EM-CIE = 0 AND WS-EM-MOVS = 0 THEN
              GO TO 0100-ONE-CUSTOMER-FIN
           END-IF
           MOVE SPACES TO WS-EM-FNAME
           STRING 'EXTRACTO_' DELIMITED BY SIZE
                  WS-EM-CLI-ID DELIMITED BY SPACE
                  '_' WS-EM-MES '.TXT' DELIMITED BY SIZE
           INTO WS-EM-FNAME
           PERFORM 0100-WRITE-STATEMENT
           PERFORM 0100-WRITE-MANIFEST
           ADD 1 TO WS-EM-EXTRACTOS.
       0100-ONE-CUSTOMER-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-LINE : Keeps one movement line of the statement;
      *    past the table size the statement is flagged incomplete.
      *-----------------------------------------------------------------
       0100-ADD-LINE.
           IF WS-EM-NLIN < 300 THEN
              ADD 1 TO WS-EM-NLIN
              MOVE EXTMES-RECORD TO WS-EM-LIN(WS-EM-NLIN)
           ELSE
              SET WS-EM-DESBORDE TO 1
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SECTION-HEAD : Blank line and the section title held
      *    in WS-EM-TITULO, only before the section's first line.
      *-----------------------------------------------------------------
       0100-SECTION-HEAD.
           IF WS-EM-SECC = 0 THEN
              SET WS-EM-SECC TO 1
              MOVE 0 TO WS-V-EM-SECTOT
              MOVE SPACES TO EXTMES-RECORD
              PERFORM 0100-ADD-LINE
              MOVE WS-EM-TITULO TO EXTMES-RECORD
              PERFORM 0100-ADD-LINE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SECTION-TOTAL : Closes a section that had lines.
      *-----------------------------------------------------------------
       0100-SECTION-TOTAL.
           IF WS-EM-SECC = 1 THEN
              MOVE WS-V-EM-SECTOT TO WS-EM-VAL-ED
              MOVE SPACES TO EXTMES-RECORD
              STRING WS-LB-EMST '                          '
                     WS-EM-VAL-ED
              DELIMITED BY SIZE INTO EXTMES-RECORD
              PERFORM 0100-ADD-LINE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MOV-LINE : One movement of the month: date, label
      *    (in WS-EM-TRAMO), document number (in WS-EM-NUM-ED) and
      *    value.
      *-----------------------------------------------------------------
       0100-MOV-LINE.
           ADD 1 TO WS-EM-MOVS
           ADD WS-V-EM-VALOR TO WS-V-EM-SECTOT
           MOVE WS-V-EM-VALOR TO WS-EM-VAL-ED
           MOVE SPACES TO EXTMES-RECORD
           STRING '   ' WS-EM-FECHA '  ' WS-EM-TRAMO ' '
                  WS-EM-NUM-ED '        ' WS-EM-VAL-ED
           DELIMITED BY SIZE INTO EXTMES-RECORD
           PERFORM 0100-ADD-LINE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-FACTURAS : Invoice headers billed to the
      *    customer, except the voided ones, read on the FAC-CLIENTE
      *    key from the customer's first invoice to the last.
      *-----------------------------------------------------------------
       0100-SCAN-FACTURAS.
           SET WS-EM-SECC TO 0
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS NOT = '35' THEN
              SET WS-END-FILE TO 0
              MOVE WS-EM-CLI-ID TO FAC-CLIENTE
              START FACTURAS KEY IS NOT LESS THAN FAC-CLIENTE
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-CLIENTE NOT = WS-EM-CLI-ID THEN
                          SET WS-END-FILE TO 1
                       END-IF
                       IF FAC-LIN = 0
                       AND NOT FAC-ANULADA
                       AND FAC-CLIENTE = WS-EM-CLI-ID THEN
                          MOVE FAC-TOTAL TO WS-V-EM-VALOR
                          EVALUATE TRUE
                             WHEN FAC-FECHA < WS-EM-DESDE
                                ADD WS-V-EM-VALOR TO WS-V-EM-ANT
                             WHEN FAC-FECHA > WS-EM-HASTA
                                CONTINUE
                             WHEN OTHER
                                ADD WS-V-EM-VALOR TO WS-V-EM-FAC
                                MOVE WS-LB-EMFA TO WS-EM-TITULO
                                PERFORM 0100-SECTION-HEAD
                                MOVE FAC-FECHA TO WS-EM-FECHA
                                MOVE 'FACTURA' TO WS-EM-TRAMO
                                MOVE FAC-NUM TO WS-EM-NUM-ED
                                PERFORM 0100-MOV-LINE
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACTURAS
           PERFORM 0100-SECTION-TOTAL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-NOTAS : Credit note headers of the customer.
      *-----------------------------------------------------------------
       0100-SCAN-NOTAS.
           SET WS-EM-SECC TO 0
           OPEN INPUT NOTASCR
           IF WS-NCR-STATUS = '00' OR WS-NCR-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ NOTASCR NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF NCR-LIN = 0
                       AND NCR-CLIENTE = WS-EM-CLI-ID THEN
                          MOVE NCR-TOTAL TO WS-V-EM-VALOR
                          EVALUATE TRUE
                             WHEN NCR-FECHA < WS-EM-DESDE
                                SUBTRACT WS-V-EM-VALOR FROM WS-V-EM-ANT
                             WHEN NCR-FECHA > WS-EM-HASTA
                                CONTINUE
                             WHEN OTHER
                                ADD WS-V-EM-VALOR TO WS-V-EM-NCR
                                MOVE WS-LB-EMNC TO WS-EM-TITULO
                                PERFORM 0100-SECTION-HEAD
                                MOVE NCR-FECHA TO WS-EM-FECHA
                                MOVE 'NOTA CRED.' TO WS-EM-TRAMO
                                MOVE NCR-NUM TO WS-EM-NUM-ED
                                PERFORM 0100-MOV-LINE
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTASCR
           PERFORM 0100-SECTION-TOTAL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-CARGOS : Charges raised outside invoicing, kept
      *    only in CARTERA.DAT: default-interest debit notes and the
      *    returned-cheque and cancelled-layaway charges.
      *-----------------------------------------------------------------
       0100-SCAN-CARGOS.
           SET WS-EM-SECC TO 0
           OPEN INPUT CARTERA
           IF WS-CXC-STATUS = '00' OR WS-CXC-STATUS = '05' THEN
              MOVE WS-EM-CLI-ID TO CXC-CLIENTE
              MOVE LOW-VALUES TO CXC-TIPO
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
                       IF CXC-CLIENTE NOT = WS-EM-CLI-ID THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          IF CXC-TIPO-CARGO OR CXC-TIPO-DEBITO THEN
                             PERFORM 0100-ONE-CARGO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CARTERA
           PERFORM 0100-SECTION-TOTAL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ONE-CARGO : Places one charge before or in the month.
      *-----------------------------------------------------------------
       0100-ONE-CARGO.
           MOVE CXC-VALOR TO WS-V-EM-VALOR
           EVALUATE TRUE
              WHEN CXC-FECHA < WS-EM-DESDE
                 ADD WS-V-EM-VALOR TO WS-V-EM-ANT
              WHEN CXC-FECHA > WS-EM-HASTA
                 CONTINUE
              WHEN OTHER
                 ADD WS-V-EM-VALOR TO WS-V-EM-CAR
                 MOVE WS-LB-EMCA TO WS-EM-TITULO
                 PERFORM 0100-SECTION-HEAD
                 MOVE CXC-FECHA TO WS-EM-FECHA
                 IF CXC-TIPO-DEBITO THEN
                    MOVE 'NOTA DEB.' TO WS-EM-TRAMO
                 ELSE
                    MOVE 'CARGO' TO WS-EM-TRAMO
                 END-IF
                 MOVE CXC-NUM TO WS-EM-NUM-ED
                 PERFORM 0100-MOV-LINE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-PAGOS : Payments received from the customer,
      *    including prompt-payment discounts and cleared cheques.
      *-----------------------------------------------------------------
       0100-SCAN-PAGOS.
           SET WS-EM-SECC TO 0
           OPEN INPUT PAGOS
           IF WS-PAG-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PAGOS
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PAG-CLIENTE = WS-EM-CLI-ID THEN
                          MOVE PAG-VALOR TO WS-V-EM-VALOR
                          EVALUATE TRUE
                             WHEN PAG-FECHA < WS-EM-DESDE
                                SUBTRACT WS-V-EM-VALOR FROM WS-V-EM-ANT
                             WHEN PAG-FECHA > WS-EM-HASTA
                                CONTINUE
                             WHEN OTHER
                                ADD WS-V-EM-VALOR TO WS-V-EM-PAG
                                MOVE WS-LB-EMPA TO WS-EM-TITULO
                                PERFORM 0100-SECTION-HEAD
                                MOVE PAG-FECHA TO WS-EM-FECHA
                                MOVE SPACES TO WS-EM-TRAMO
                                STRING 'PAGO ' PAG-METODO
                                DELIMITED BY SIZE INTO WS-EM-TRAMO
                                MOVE PAG-FACTURA TO WS-EM-NUM-ED
                                PERFORM 0100-MOV-LINE
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PAGOS
           PERFORM 0100-SECTION-TOTAL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-STATEMENT : Heading, opening balance, the month's
      *    movements, closing balance and the open items with their
      *    aging bucket as of the last day of the month.
      *-----------------------------------------------------------------
       0100-WRITE-STATEMENT.
           OPEN OUTPUT EXTMES
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE WS-ENT-MARCA TO EXTMES-RECORD
              WRITE EXTMES-RECORD
           END-IF
           IF WS-EMP-FOUND = 1 THEN
              MOVE EMP-RSOCIAL TO EXTMES-RECORD
              WRITE EXTMES-RECORD
              MOVE SPACES TO EXTMES-RECORD
              STRING EMP-DIR1 ' TEL ' EMP-TEL1
              DELIMITED BY SIZE INTO EXTMES-RECORD
              WRITE EXTMES-RECORD
           END-IF
           MOVE SPACES TO EXTMES-RECORD
           STRING WS-LB-EMTI ' ' WS-EM-MES
           DELIMITED BY SIZE INTO EXTMES-RECORD
           WRITE EXTMES-RECORD
           MOVE SPACES TO EXTMES-RECORD
           STRING 'CLIENTE: ' WS-EM-CLI-ID ' ' WS-EM-CLI-NOMBRE
           DELIMITED BY SIZE INTO EXTMES-RECORD
           WRITE EXTMES-RECORD
           IF WS-EM-CLI-DIR NOT = SPACES THEN
              MOVE SPACES TO EXTMES-RECORD
              STRING '         ' WS-EM-CLI-DIR ' ' WS-EM-CLI-TEL
              DELIMITED BY SIZE INTO EXTMES-RECORD
              WRITE EXTMES-RECORD
           END-IF
           MOVE WS-HYPHNS(1:80) TO EXTMES-RECORD
           WRITE EXTMES-RECORD
           MOVE WS-V-EM-ANT TO WS-EM-VAL-ED
           MOVE SPACES TO EXTMES-RECORD
           STRING WS-LB-EMSA ' ' WS-EM-DESDE '              '
                  WS-EM-VAL-ED
           DELIMITED BY SIZE INTO EXTMES-RECORD
           WRITE EXTMES-RECORD
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-NLIN
              MOVE WS-EM-LIN(WS-EM-IDX) TO EXTMES-RECORD
              WRITE EXTMES-RECORD
           END-PERFORM
           IF WS-EM-DESBORDE = 1 THEN
              MOVE WS-LB-EMDS TO EXTMES-RECORD
              WRITE EXTMES-RECORD
           END-IF
           MOVE SPACES TO EXTMES-RECORD
           WRITE EXTMES-RECORD
           MOVE WS-V-EM-CIE TO WS-EM-VAL-ED
           MOVE SPACES TO EXTMES-RECORD
           STRING WS-LB-EMSC ' ' WS-EM-HASTA '              '
                  WS-EM-VAL-ED
           DELIMITED BY SIZE INTO EXTMES-RECORD
           WRITE EXTMES-RECORD
           MOVE WS-HYPHNS(1:80) TO EXTMES-RECORD
           WRITE EXTMES-RECORD
           PERFORM 0100-WRITE-OPEN-ITEMS
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE WS-ENT-MARCA TO EXTMES-RECORD
              WRITE EXTMES-RECORD
           END-IF
           CLOSE EXTMES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-OPEN-ITEMS : The customer's open CARTERA.DAT
      *    items dated up to the end of the month, with what is still
      *    owed on each and its bucket by days past due (al dia,
      *    1-30, 31-60, over 60, as in the CARTERA01 aging report),
      *    and the total per bucket.
      *-----------------------------------------------------------------
       0100-WRITE-OPEN-ITEMS.
           MOVE 0 TO WS-V-EM-B1
           MOVE 0 TO WS-V-EM-B2
           MOVE 0 TO WS-V-EM-B3
           MOVE 0 TO WS-V-EM-B4
           MOVE WS-LB-EMAB TO EXTMES-RECORD
           WRITE EXTMES-RECORD
           MOVE WS-EM-HASTA-N TO WS-VEN-HOY-N
           OPEN INPUT CARTERA
           IF WS-CXC-STATUS = '00' OR WS-CXC-STATUS = '05' THEN
              MOVE WS-EM-CLI-ID TO CXC-CLIENTE
              MOVE LOW-VALUES TO CXC-TIPO
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
                       IF CXC-CLIENTE NOT = WS-EM-CLI-ID THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          IF CXC-EST-ABIERTA
                          AND CXC-FECHA NOT > WS-EM-HASTA THEN
                             PERFORM 0100-ONE-OPEN-ITEM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CARTERA
           MOVE SPACES TO EXTMES-RECORD
           WRITE EXTMES-RECORD
           MOVE WS-LB-EMTR TO EXTMES-RECORD
           WRITE EXTMES-RECORD
           MOVE SPACES TO EXTMES-RECORD
           MOVE WS-V-EM-B1 TO WS-EM-VAL-ED
           MOVE WS-EM-VAL-ED TO EXTMES-RECORD(1:13)
           MOVE WS-V-EM-B2 TO WS-EM-VAL-ED
           MOVE WS-EM-VAL-ED TO EXTMES-RECORD(15:13)
           MOVE WS-V-EM-B3 TO WS-EM-VAL-ED
           MOVE WS-EM-VAL-ED TO EXTMES-RECORD(30:13)
           MOVE WS-V-EM-B4 TO WS-EM-VAL-ED
           MOVE WS-EM-VAL-ED TO EXTMES-RECORD(45:13)
           WRITE EXTMES-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ONE-OPEN-ITEM : One open item line and its bucket.
      *-----------------------------------------------------------------
       0100-ONE-OPEN-ITEM.
           COMPUTE WS-V-EM-REST = CXC-VALOR - CXC-ABONADO
           PERFORM 0100-DIAS-MORA
           MOVE WS-VEN-DIAS TO WS-V-EM-DIAS
           EVALUATE TRUE
              WHEN WS-V-EM-DIAS NOT > 0
                 MOVE 'AL DIA' TO WS-EM-TRAMO
                 ADD WS-V-EM-REST TO WS-V-EM-B1
              WHEN WS-V-EM-DIAS NOT > 30
                 MOVE 'VENC 1-30' TO WS-EM-TRAMO
                 ADD WS-V-EM-REST TO WS-V-EM-B2
              WHEN WS-V-EM-DIAS NOT > 60
                 MOVE 'VENC 31-60' TO WS-EM-TRAMO
                 ADD WS-V-EM-REST TO WS-V-EM-B3
              WHEN OTHER
                 MOVE 'VENC 60+' TO WS-EM-TRAMO
                 ADD WS-V-EM-REST TO WS-V-EM-B4
           END-EVALUATE
           MOVE WS-V-EM-REST TO WS-EM-VAL-ED
           MOVE SPACES TO EXTMES-RECORD
           STRING '   ' CXC-TIPO ' ' CXC-NUM ' ' CXC-FECHA ' '
                  WS-VEN-FVEN-N ' ' WS-EM-VAL-ED '  ' WS-EM-TRAMO
           DELIMITED BY SIZE INTO EXTMES-RECORD
           WRITE EXTMES-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-MANIFEST : Pairs the statement file with the
      *    customer's e-mail for the mail merge, or lists it for
      *    printing when the customer has no usable address.
      *-----------------------------------------------------------------
       0100-WRITE-MANIFEST.
           MOVE 0 TO WS-EM-ARROBAS
           INSPECT WS-EM-CLI-EMAIL TALLYING WS-EM-ARROBAS FOR ALL '@'
           SET WS-EM-CON-MAIL TO 0
           IF WS-EM-CLI-EMAIL NOT = SPACES AND WS-EM-ARROBAS = 1 THEN
              SET WS-EM-CON-MAIL TO 1
           END-IF
           MOVE WS-V-EM-CIE TO WS-EM-VAL-ED
           IF WS-EM-CON-MAIL = 1 THEN
              MOVE SPACES TO EXTMAN-RECORD
              STRING WS-EM-FNAME DELIMITED BY SPACE
                     WS-PAR-DELIM DELIMITED BY SIZE
                     WS-EM-CLI-EMAIL DELIMITED BY SPACE
                     WS-PAR-DELIM DELIMITED BY SIZE
                     WS-EM-CLI-ID DELIMITED BY SPACE
                     WS-PAR-DELIM WS-EM-CLI-NOMBRE WS-PAR-DELIM
                     WS-EM-VAL-ED DELIMITED BY SIZE
              INTO EXTMAN-RECORD
              WRITE EXTMAN-RECORD
              ADD 1 TO WS-EM-EMAIL-CNT
           ELSE
              MOVE SPACES TO EXTIMP-RECORD
              STRING WS-EM-FNAME DELIMITED BY SPACE
                     WS-PAR-DELIM DELIMITED BY SIZE
                     WS-EM-CLI-ID DELIMITED BY SPACE
                     WS-PAR-DELIM WS-EM-CLI-NOMBRE WS-PAR-DELIM
                     WS-EM-CLI-DIR WS-PAR-DELIM
                     WS-EM-VAL-ED DELIMITED BY SIZE
              INTO EXTIMP-RECORD
              WRITE EXTIMP-RECORD
              ADD 1 TO WS-EM-IMPR-CNT
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOW-TOTALS : Statements written and where each group
      *    of them is listed.
      *-----------------------------------------------------------------
       0100-SHOW-TOTALS.
           MOVE WS-EM-EXTRACTOS TO WS-EM-CNT-ED
           DISPLAY WS-MSG-EMOK LINE 10 COL 01
           DISPLAY WS-EM-CNT-ED LINE 10 COL 32
           MOVE WS-EM-EMAIL-CNT TO WS-EM-CNT-ED
           DISPLAY WS-MSG-EMML LINE 11 COL 01
           DISPLAY WS-EM-CNT-ED LINE 11 COL 32
           DISPLAY WS-EM-MNAME LINE 11 COL 40
           MOVE WS-EM-IMPR-CNT TO WS-EM-CNT-ED
           DISPLAY WS-MSG-EMIM LINE 12 COL 01
           DISPLAY WS-EM-CNT-ED LINE 12 COL 32
           DISPLAY WS-EM-PNAME LINE 12 COL 40
           EXIT.
      *
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
      ******************************************************************
       END PROGRAM EXTMES01.
