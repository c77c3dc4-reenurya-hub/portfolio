      ******************************************************************
      * Program      : SOD01.cbl                                       *
      * Purpose      : Segregation-of-duties review of one month.      *
      *                Every purchase order issued in the month is     *
      *                followed through its receipts                   *
      *                (MOVIMIENTOS.DAT), the vendor invoices billing  *
      *                it and their approval and payment               *
      *                (FACPROV.DAT); the approved counts of           *
      *                CONTPEND.DAT are met with their approvals, and  *
      *                the credit limit approvals and price and cost   *
      *                changes are read from the month's AUDITORIA     *
      *                trail. Every document where one operator        *
      *                performed two or more conflicting steps is      *
      *                listed, followed by the option combinations of  *
      *                PERMISOS.DAT that would let an active operator  *
      *                do so, on screen and as a CSV registered in     *
      *                INFORMES.LOG.                                   *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PEDSEL.cpy".
       copy "FPRSEL.cpy".
      *
           SELECT SDSRT ASSIGN TO "SDSRT.TMP".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "FPRFD.cpy".
      *
      *    ONE STEP OF A DOCUMENT AND WHO PERFORMED IT. SECTION 1 IS
      *    THE PURCHASE ORDER CHAIN, 2 THE COUNT APPROVALS, 3 THE
      *    CREDIT LIMIT CHANGES AND 4 THE PRICE CHANGES PER ARTICLE.
       SD SDSRT.
       01 SDSRT-REC.
           02 SS-SECC               PIC 9(01).
           02 SS-DOC                PIC X(20).
           02 SS-OPER               PIC X(10).
           02 SS-PASO               PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PED-STATUS      PIC XX.
           77 WS-FPR-STATUS      PIC XX.
           77 WS-SD-MES          PIC X(06).
           77 WS-SD-ANO-N        PIC 9(04).
           77 WS-SD-MM-N         PIC 9(02).
           77 WS-SD-NUMX         PIC X(06).
           77 WS-SD-PEDNUM       PIC 9(06) VALUE 0.
           77 WS-SD-NUM-ED       PIC ZZZZZ9.
           77 WS-SD-OCNT         PIC 9(04) VALUE 0.
           77 WS-SD-CCNT         PIC 9(04) VALUE 0.
           77 WS-SD-IDX          PIC 9(04) VALUE 0.
           77 WS-SD-HIT          PIC 9(04) VALUE 0.
           77 WS-SD-CLAVE        PIC X(13).
           77 WS-SD-PARTE        PIC X(220).
           77 WS-SD-RESTO        PIC X(220).
           77 WS-SD-FIRST        PIC 9 VALUE 1.
           77 WS-SD-PREV-SECC    PIC 9(01).
           77 WS-SD-PREV-DOC     PIC X(20).
           77 WS-SD-PREV-OPER    PIC X(10).
           77 WS-SD-PREV-PASO    PIC 9(02).
           77 WS-SD-NPASOS       PIC 9(02) VALUE 0.
           77 WS-SD-PRECIO       PIC 9 VALUE 0.
           77 WS-SD-PTR          PIC 9(02) VALUE 1.
           77 WS-SD-ETQ          PIC X(10).
           77 WS-SD-SECC-TX      PIC X(10).
           77 WS-SD-O-DOC        PIC X(20).
           77 WS-SD-O-OPER       PIC X(10).
           77 WS-SD-PASOS        PIC X(40).
           77 WS-SD-CSV          PIC 9 VALUE 0.
           77 WS-SD-REAL         PIC 9(05) VALUE 0.
           77 WS-SD-POT          PIC 9(05) VALUE 0.
           77 WS-SD-CNT-ED       PIC ZZZZ9.
           77 WS-SD-PRS-OK       PIC 9 VALUE 0.
           77 WS-SD-PERFIL       PIC 9 VALUE 0.
           77 WS-SD-SUP          PIC 9 VALUE 0.
           77 WS-SD-OPC          PIC 9(02) VALUE 0.
           77 WS-SD-TIENE        PIC 9 VALUE 0.
           77 WS-SD-H1           PIC 9 VALUE 0.
           77 WS-SD-H5           PIC 9 VALUE 0.
           77 WS-SD-H8           PIC 9 VALUE 0.
           77 WS-SD-H10          PIC 9 VALUE 0.
           77 WS-SD-H24          PIC 9 VALUE 0.
           77 WS-SD-H38          PIC 9 VALUE 0.
           77 WS-A-SEQ           PIC X(07).
           77 WS-A-DTTM          PIC X(14).
           77 WS-A-OPER          PIC X(10).
           77 WS-A-TIPO          PIC X(10).
           77 WS-A-CODART        PIC X(10).
           77 WS-A-BEFORE        PIC X(220).
           77 WS-A-AFTER         PIC X(220).
      *
      *    PURCHASE ORDERS ISSUED IN THE MONTH UNDER REVIEW; ONLY
      *    THEIR RECEIPTS AND VENDOR INVOICES JOIN THE CHAINS.
       01 WS-SD-OC-TABLE.
           02 WS-SD-OC-ENTRY OCCURS 2000 TIMES.
               03 WS-SD-O-NUM       PIC 9(06).
      *
      *    APPROVED COUNT LINES OF CONTPEND.DAT AND WHO COUNTED THEM.
       01 WS-SD-CPD-TABLE.
           02 WS-SD-CPD-ENTRY OCCURS 1000 TIMES.
               03 WS-SD-C-CODART    PIC X(10).
               03 WS-SD-C-LOC       PIC X(01).
               03 WS-SD-C-CNTQTY    PIC X(08).
               03 WS-SD-C-OPER      PIC X(10).
      *
           77 WS-ST-SD     PIC X(25) VALUE 'SEGREGACION DE FUNCIONES '.
           77 WS-MSG-SDMS PIC X(80) VALUE ' Mes a revisar (AAAAMM, v'-
       'acio = mes anterior):                                  '.
           77 WS-MSG-SDMX PIC X(80) VALUE ' Mes invalido. Use AAAAMM'-
       '.                                                      '.
           77 WS-MSG-SDNV PIC X(80) VALUE ' No se encontraron confli'-
       'ctos reales ni potenciales en ese mes.                 '.
           77 WS-MSG-SDCS PIC X(80) VALUE ' Detalle en CSV registrad'-
       'o en INFORMES.LOG.                                     '.
           77 WS-LB-SD    PIC X(67) VALUE 'TIPO       DOCUMENTO     '-
       '       OPERADOR   PASOS DEL MISMO OPERADOR'.
           77 WS-LB-SDRE  PIC X(24) VALUE 'Conflictos reales......:'.
           77 WS-LB-SDPO  PIC X(24) VALUE 'Conflictos potenciales.:'.
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
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-SD          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-SDMS LINE 06 COL 01
           MOVE SPACES TO WS-SD-MES
           ACCEPT WS-SD-MES LINE 06 COL 50
           IF WS-SD-MES = SPACES OR WS-SD-MES = LOW-VALUE THEN
              MOVE WS-DATETIME(1:4) TO WS-SD-ANO-N
              MOVE WS-DATETIME(5:2) TO WS-SD-MM-N
              IF WS-SD-MM-N = 1 THEN
                 SUBTRACT 1 FROM WS-SD-ANO-N
                 MOVE 12 TO WS-SD-MM-N
              ELSE
                 SUBTRACT 1 FROM WS-SD-MM-N
              END-IF
              MOVE WS-SD-ANO-N TO WS-SD-MES(1:4)
              MOVE WS-SD-MM-N TO WS-SD-MES(5:2)
              DISPLAY WS-SD-MES LINE 06 COL 50
           END-IF
           IF WS-SD-MES IS NOT NUMERIC THEN
              DISPLAY WS-MSG-SDMX LINE 22 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           MOVE WS-SD-MES(5:2) TO WS-SD-MM-N
           IF WS-SD-MM-N < 1 OR WS-SD-MM-N > 12 THEN
              DISPLAY WS-MSG-SDMX LINE 22 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           MOVE 0 TO WS-SD-REAL
           MOVE 0 TO WS-SD-POT
           MOVE 0 TO WS-SD-CSV
           DISPLAY WS-LB-SD LINE 08 COL 01
           MOVE 8 TO WS-ROWCTRL
           SORT SDSRT
              ON ASCENDING KEY SS-SECC SS-DOC SS-OPER SS-PASO
              INPUT PROCEDURE IS 0100-SD-FEED
              OUTPUT PROCEDURE IS 0100-SD-LIST
           PERFORM 0100-SD-PERMISOS THRU 0100-SD-PERMISOS-FIN
           IF WS-SD-CSV = 1 THEN
              CLOSE OUT-INFORME
              OPEN EXTEND RPTLOG
              MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
              WRITE RPTLOG-RECORD
              CLOSE RPTLOG
           END-IF
           PERFORM 0100-SD-SHOW-CONTROL.
       0000-MAIN-FIN.
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FEED : Feeds the sort with every step of the month
      *    and the operator who performed it.
      *-----------------------------------------------------------------
       0100-SD-FEED.
           MOVE 0 TO WS-SD-OCNT
           PERFORM 0100-SD-FEED-PEDIDOS
           PERFORM 0100-SD-FEED-MOVIM
           PERFORM 0100-SD-FEED-FACPROV
           PERFORM 0100-SD-LOAD-CONTPEND
           MOVE SPACES TO WS-AUD-FNAME
           STRING 'AUDITORIA_' WS-SD-MES '.LOG' DELIMITED BY SIZE
           INTO WS-AUD-FNAME
           PERFORM 0100-SD-SCAN-AUDIT
      *    ACTIVITY AFTER THE MONTH WAS SEALED LIVES IN THE SUPPLEMENT.
           MOVE SPACES TO WS-AUD-FNAME
           STRING 'AUDITORIA_' WS-SD-MES 'X.LOG' DELIMITED BY SIZE
           INTO WS-AUD-FNAME
           PERFORM 0100-SD-SCAN-AUDIT
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FEED-PEDIDOS : The header of every purchase order
      *    issued in the month opens its chain with who ordered it;
      *    its lines also count as orders of their articles for the
      *    price change check.
      *-----------------------------------------------------------------
       0100-SD-FEED-PEDIDOS.
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PEDIDOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PED-FECHA(1:6) = WS-SD-MES THEN
                          PERFORM 0100-SD-FEED-PED-REC
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PEDIDOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FEED-PED-REC : One record of an order of the month.
      *-----------------------------------------------------------------
       0100-SD-FEED-PED-REC.
           IF PED-LIN = 0 THEN
              IF WS-SD-OCNT < 2000 THEN
                 ADD 1 TO WS-SD-OCNT
                 MOVE PED-NUM TO WS-SD-O-NUM(WS-SD-OCNT)
              END-IF
              MOVE PED-NUM TO WS-SD-PEDNUM
              MOVE 1 TO SS-SECC
              PERFORM 0100-SD-DOC-OC
              MOVE PED-OPERADOR TO SS-OPER
              MOVE 1 TO SS-PASO
              PERFORM 0100-SD-RELEASE
           ELSE
              MOVE 4 TO SS-SECC
              MOVE PED-CODART TO SS-DOC
              MOVE PED-OPERADOR TO SS-OPER
              MOVE 1 TO SS-PASO
              PERFORM 0100-SD-RELEASE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FEED-MOVIM : Purchase order receipts of the stock
      *    movement log; the ones of an order of the month join its
      *    chain, and the ones made in the month count as receipts of
      *    the article for the price change check.
      *-----------------------------------------------------------------
       0100-SD-FEED-MOVIM.
           OPEN INPUT MOVIMSTK
           IF WS-MOV-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MOVIMSTK
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF MOV-TIPO = 'RECIBO-OC' THEN
                          PERFORM 0100-SD-FEED-MOV-REC
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MOVIMSTK
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FEED-MOV-REC : One receipt movement; its reference
      *    carries 'OC ' and the edited order number.
      *-----------------------------------------------------------------
       0100-SD-FEED-MOV-REC.
           IF MOV-FECHA(1:6) = WS-SD-MES THEN
              MOVE 4 TO SS-SECC
              MOVE MOV-CODART TO SS-DOC
              MOVE MOV-OPERADOR TO SS-OPER
              MOVE 2 TO SS-PASO
              PERFORM 0100-SD-RELEASE
           END-IF
           IF MOV-REF(1:3) = 'OC ' THEN
              MOVE MOV-REF(4:6) TO WS-SD-NUMX
              INSPECT WS-SD-NUMX REPLACING LEADING SPACES BY ZEROS
              IF WS-SD-NUMX IS NUMERIC THEN
                 MOVE WS-SD-NUMX TO WS-SD-PEDNUM
                 PERFORM 0100-SD-FIND-OC
                 IF WS-SD-HIT > 0 THEN
                    MOVE 1 TO SS-SECC
                    PERFORM 0100-SD-DOC-OC
                    MOVE MOV-OPERADOR TO SS-OPER
                    MOVE 2 TO SS-PASO
                    PERFORM 0100-SD-RELEASE
                 END-IF
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FEED-FACPROV : The vendor invoices billing an order
      *    of the month add who entered, approved and paid them.
      *-----------------------------------------------------------------
       0100-SD-FEED-FACPROV.
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACPROV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FPR-PEDREF IS NUMERIC
                       AND FPR-PEDREF > 0 THEN
                          PERFORM 0100-SD-FEED-FPR-REC
                             THRU 0100-SD-FEED-FPR-REC-FIN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACPROV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FEED-FPR-REC : One vendor invoice. An invoice the
      *    three-way match approved on entry has no approver.
      *-----------------------------------------------------------------
       0100-SD-FEED-FPR-REC.
           MOVE FPR-PEDREF TO WS-SD-PEDNUM
           PERFORM 0100-SD-FIND-OC
           IF WS-SD-HIT = 0 THEN
              GO TO 0100-SD-FEED-FPR-REC-FIN
           END-IF
           MOVE 1 TO SS-SECC
           PERFORM 0100-SD-DOC-OC
           MOVE FPR-OPERADOR TO SS-OPER
           MOVE 3 TO SS-PASO
           PERFORM 0100-SD-RELEASE
           MOVE FPR-APROBADOR TO SS-OPER
           MOVE 4 TO SS-PASO
           PERFORM 0100-SD-RELEASE
           MOVE FPR-PAGADOR TO SS-OPER
           MOVE 5 TO SS-PASO
           PERFORM 0100-SD-RELEASE.
       0100-SD-FEED-FPR-REC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-LOAD-CONTPEND : Keeps the approved count lines and
      *    who counted them, to be met with their approval records.
      *-----------------------------------------------------------------
       0100-SD-LOAD-CONTPEND.
           MOVE 0 TO WS-SD-CCNT
           OPEN INPUT CONTPEND
           IF WS-CPD-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CONTPEND
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CPD-EST-APROBADO AND WS-SD-CCNT < 1000 THEN
                          ADD 1 TO WS-SD-CCNT
                          MOVE CPD-CODART
                             TO WS-SD-C-CODART(WS-SD-CCNT)
                          MOVE CPD-LOC TO WS-SD-C-LOC(WS-SD-CCNT)
                          MOVE CPD-CNTQTY
                             TO WS-SD-C-CNTQTY(WS-SD-CCNT)
                          MOVE CPD-OPERADOR
                             TO WS-SD-C-OPER(WS-SD-CCNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CONTPEND
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-SCAN-AUDIT : Reads one audit trail file of the
      *    month, when it exists.
      *-----------------------------------------------------------------
       0100-SD-SCAN-AUDIT.
           OPEN INPUT AUDITTRL
           IF WS-AUDF-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ AUDITTRL
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       PERFORM 0100-SD-AUDIT-REC
                          THRU 0100-SD-AUDIT-REC-FIN
                 END-READ
              END-PERFORM
           END-IF
           CLOSE AUDITTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-AUDIT-REC : Splits one audit line and feeds the
      *    count approvals, the credit limit approvals and the price
      *    and cost changes.
      *-----------------------------------------------------------------
       0100-SD-AUDIT-REC.
           MOVE SPACES TO WS-A-SEQ
           MOVE SPACES TO WS-A-DTTM
           MOVE SPACES TO WS-A-OPER
           MOVE SPACES TO WS-A-TIPO
           MOVE SPACES TO WS-A-CODART
           MOVE SPACES TO WS-A-BEFORE
           MOVE SPACES TO WS-A-AFTER
           UNSTRING AUDIT-RECORD DELIMITED BY ';'
              INTO WS-A-SEQ
                   WS-A-DTTM
                   WS-A-OPER
                   WS-A-TIPO
                   WS-A-CODART
                   WS-A-BEFORE
                   WS-A-AFTER
           END-UNSTRING
           IF WS-A-SEQ = 'SELLO' THEN
              GO TO 0100-SD-AUDIT-REC-FIN
           END-IF
           EVALUATE WS-A-TIPO
              WHEN 'APR-CONTEO'
                 PERFORM 0100-SD-AUD-CONTEO
              WHEN 'CUPOAPRUEB'
                 PERFORM 0100-SD-AUD-CUPO
              WHEN 'PRECIO'
              WHEN 'REPRECIO'
              WHEN 'PRECPROV'
                 MOVE 4 TO SS-SECC
                 MOVE WS-A-CODART TO SS-DOC
                 MOVE WS-A-OPER TO SS-OPER
                 MOVE 0 TO SS-PASO
                 PERFORM 0100-SD-RELEASE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0100-SD-AUDIT-REC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-AUD-CONTEO : A count approval is met with its held
      *    line by article, location and counted quantity, as INV01
      *    writes them; the counter and the approver both join the
      *    article's count.
      *-----------------------------------------------------------------
       0100-SD-AUD-CONTEO.
           MOVE 0 TO WS-SD-HIT
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-CCNT
              IF WS-SD-C-CODART(WS-SD-IDX) = WS-A-CODART THEN
                 MOVE SPACES TO WS-SD-CLAVE
                 STRING 'ALM' WS-SD-C-LOC(WS-SD-IDX) ' '
                        WS-SD-C-CNTQTY(WS-SD-IDX)
                 DELIMITED BY SIZE INTO WS-SD-CLAVE
                 IF WS-SD-CLAVE = WS-A-AFTER(1:13) THEN
                    MOVE WS-SD-IDX TO WS-SD-HIT
                    MOVE 1001 TO WS-SD-IDX
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SD-HIT > 0 THEN
              MOVE 2 TO SS-SECC
              MOVE SPACES TO SS-DOC
              STRING WS-A-CODART ' ALM' WS-SD-C-LOC(WS-SD-HIT)
              DELIMITED BY SIZE INTO SS-DOC
              MOVE WS-SD-C-OPER(WS-SD-HIT) TO SS-OPER
              MOVE 6 TO SS-PASO
              PERFORM 0100-SD-RELEASE
              MOVE WS-A-OPER TO SS-OPER
              MOVE 7 TO SS-PASO
              PERFORM 0100-SD-RELEASE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-AUD-CUPO : A credit limit approval names the
      *    customer and who asked for the change after ' SOLICITO '.
      *-----------------------------------------------------------------
       0100-SD-AUD-CUPO.
           MOVE SPACES TO WS-SD-PARTE
           MOVE SPACES TO WS-SD-RESTO
           UNSTRING WS-A-AFTER DELIMITED BY ' SOLICITO '
              INTO WS-SD-PARTE
                   WS-SD-RESTO
           END-UNSTRING
           MOVE 3 TO SS-SECC
           MOVE SPACES TO SS-DOC
           STRING 'CLI ' WS-A-AFTER(5:10)
           DELIMITED BY SIZE INTO SS-DOC
           MOVE WS-SD-RESTO(1:10) TO SS-OPER
           MOVE 8 TO SS-PASO
           PERFORM 0100-SD-RELEASE
           MOVE WS-A-OPER TO SS-OPER
           MOVE 9 TO SS-PASO
           PERFORM 0100-SD-RELEASE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-DOC-OC : Document of the chain of order
      *    WS-SD-PEDNUM.
      *-----------------------------------------------------------------
       0100-SD-DOC-OC.
           MOVE WS-SD-PEDNUM TO WS-SD-NUM-ED
           MOVE SPACES TO SS-DOC
           STRING 'OC ' WS-SD-NUM-ED DELIMITED BY SIZE INTO SS-DOC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FIND-OC : WS-SD-HIT ends on the entry of order
      *    WS-SD-PEDNUM among the orders of the month, or 0.
      *-----------------------------------------------------------------
       0100-SD-FIND-OC.
           MOVE 0 TO WS-SD-HIT
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-OCNT
              IF WS-SD-O-NUM(WS-SD-IDX) = WS-SD-PEDNUM THEN
                 MOVE WS-SD-IDX TO WS-SD-HIT
                 MOVE 2001 TO WS-SD-IDX
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-RELEASE : Hands one step to the sort; a step with
      *    no operator recorded (documents entered before the field
      *    was kept) is left out.
      *-----------------------------------------------------------------
       0100-SD-RELEASE.
           IF SS-OPER NOT = SPACES AND SS-OPER NOT = LOW-VALUE THEN
              RELEASE SDSRT-REC
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-LIST : Gathers the sorted steps per document and
      *    operator; two or more different steps of one document by
      *    the same operator are a conflict.
      *-----------------------------------------------------------------
       0100-SD-LIST.
           MOVE 1 TO WS-SD-FIRST
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              RETURN SDSRT
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    PERFORM 0100-SD-LIST-REC
           END-PERFORM
           IF WS-SD-FIRST = 0 THEN
              PERFORM 0100-SD-FLUSH THRU 0100-SD-FLUSH-FIN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-LIST-REC : One sorted step.
      *-----------------------------------------------------------------
       0100-SD-LIST-REC.
           IF WS-SD-FIRST = 0 THEN
              IF SS-SECC NOT = WS-SD-PREV-SECC
              OR SS-DOC NOT = WS-SD-PREV-DOC
              OR SS-OPER NOT = WS-SD-PREV-OPER THEN
                 PERFORM 0100-SD-FLUSH THRU 0100-SD-FLUSH-FIN
                 MOVE 1 TO WS-SD-FIRST
              END-IF
           END-IF
           IF WS-SD-FIRST = 1 THEN
              MOVE 0 TO WS-SD-FIRST
              MOVE SS-SECC TO WS-SD-PREV-SECC
              MOVE SS-DOC TO WS-SD-PREV-DOC
              MOVE SS-OPER TO WS-SD-PREV-OPER
              MOVE 99 TO WS-SD-PREV-PASO
              MOVE 0 TO WS-SD-NPASOS
              MOVE 0 TO WS-SD-PRECIO
              MOVE SPACES TO WS-SD-PASOS
              MOVE 1 TO WS-SD-PTR
           END-IF
           IF SS-PASO NOT = WS-SD-PREV-PASO THEN
              MOVE SS-PASO TO WS-SD-PREV-PASO
              ADD 1 TO WS-SD-NPASOS
              IF SS-PASO = 0 THEN
                 MOVE 1 TO WS-SD-PRECIO
              END-IF
              PERFORM 0100-SD-ETIQUETA
              IF WS-SD-NPASOS > 1 THEN
                 STRING '+' DELIMITED BY SIZE
                 INTO WS-SD-PASOS WITH POINTER WS-SD-PTR
              END-IF
              STRING WS-SD-ETQ DELIMITED BY SPACE
              INTO WS-SD-PASOS WITH POINTER WS-SD-PTR
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-ETIQUETA : Name of step SS-PASO.
      *-----------------------------------------------------------------
       0100-SD-ETIQUETA.
           EVALUATE SS-PASO
              WHEN 0
                 MOVE 'PRECIO' TO WS-SD-ETQ
              WHEN 1
                 MOVE 'ORDEN' TO WS-SD-ETQ
              WHEN 2
                 MOVE 'RECIBO' TO WS-SD-ETQ
              WHEN 3
                 MOVE 'FACTURA' TO WS-SD-ETQ
              WHEN 4
                 MOVE 'APRUEBA' TO WS-SD-ETQ
              WHEN 5
                 MOVE 'PAGO' TO WS-SD-ETQ
              WHEN 6
                 MOVE 'CONTEO' TO WS-SD-ETQ
              WHEN 7
                 MOVE 'APRUEBA' TO WS-SD-ETQ
              WHEN 8
                 MOVE 'SOLICITA' TO WS-SD-ETQ
              WHEN 9
                 MOVE 'APRUEBA' TO WS-SD-ETQ
              WHEN OTHER
                 MOVE 'OTRO' TO WS-SD-ETQ
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-FLUSH : Lists the gathered document and operator
      *    when it is a conflict. A price change only conflicts when
      *    the same operator also ordered or received the article.
      *-----------------------------------------------------------------
       0100-SD-FLUSH.
           IF WS-SD-NPASOS < 2 THEN
              GO TO 0100-SD-FLUSH-FIN
           END-IF
           IF WS-SD-PREV-SECC = 4 AND WS-SD-PRECIO = 0 THEN
              GO TO 0100-SD-FLUSH-FIN
           END-IF
           ADD 1 TO WS-SD-REAL
           EVALUATE WS-SD-PREV-SECC
              WHEN 1
                 MOVE 'CADENA OC' TO WS-SD-SECC-TX
              WHEN 2
                 MOVE 'CONTEO' TO WS-SD-SECC-TX
              WHEN 3
                 MOVE 'CUPO' TO WS-SD-SECC-TX
              WHEN OTHER
                 MOVE 'PRECIO' TO WS-SD-SECC-TX
           END-EVALUATE
           MOVE WS-SD-PREV-DOC TO WS-SD-O-DOC
           MOVE WS-SD-PREV-OPER TO WS-SD-O-OPER
           PERFORM 0100-SD-OUT-LINE.
       0100-SD-FLUSH-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-PERMISOS : Potential conflicts: the option
      *    combinations of PERMISOS.DAT that let one active operator
      *    perform two conflicting steps. An operator without a
      *    profile may take every option, as in MENUPPAL.
      *-----------------------------------------------------------------
       0100-SD-PERMISOS.
           OPEN INPUT OPERADORES
           IF WS-OPR-STATUS NOT = '00' THEN
              CLOSE OPERADORES
              GO TO 0100-SD-PERMISOS-FIN
           END-IF
           MOVE 0 TO WS-SD-PRS-OK
           OPEN INPUT PERMISOS
           IF WS-PRS-STATUS = '00' THEN
              MOVE 1 TO WS-SD-PRS-OK
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ OPERADORES NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF OPR-ACTIVO THEN
                       PERFORM 0100-SD-PERM-OPER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERMISOS
           CLOSE OPERADORES.
       0100-SD-PERMISOS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-PERM-OPER : The conflicting combinations one
      *    operator holds. PEDIDO01 orders and receives under option
      *    5; CXPAG01 enters invoices under option 38 and, for a
      *    supervisor, also approves and pays them; INV01 lets a
      *    supervisor approve counts under option 1; prices change
      *    under options 8, 24 and, for a supervisor, 10. CUPO01
      *    already refuses to let the requester approve a limit.
      *-----------------------------------------------------------------
       0100-SD-PERM-OPER.
           MOVE 0 TO WS-SD-PERFIL
           IF WS-SD-PRS-OK = 1 THEN
              MOVE OPR-ID TO PRS-OPER
              MOVE 0 TO PRS-OPCION
              START PERMISOS KEY IS NOT LESS THAN PRS-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ PERMISOS NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF PRS-OPER = OPR-ID THEN
                             MOVE 1 TO WS-SD-PERFIL
                          END-IF
                    END-READ
              END-START
           END-IF
           MOVE 0 TO WS-SD-SUP
           IF OPR-ROLE = 'S' THEN
              MOVE 1 TO WS-SD-SUP
           END-IF
           MOVE 1 TO WS-SD-OPC
           PERFORM 0100-SD-TIENE
           MOVE WS-SD-TIENE TO WS-SD-H1
           MOVE 5 TO WS-SD-OPC
           PERFORM 0100-SD-TIENE
           MOVE WS-SD-TIENE TO WS-SD-H5
           MOVE 8 TO WS-SD-OPC
           PERFORM 0100-SD-TIENE
           MOVE WS-SD-TIENE TO WS-SD-H8
           MOVE 10 TO WS-SD-OPC
           PERFORM 0100-SD-TIENE
           MOVE WS-SD-TIENE TO WS-SD-H10
           MOVE 24 TO WS-SD-OPC
           PERFORM 0100-SD-TIENE
           MOVE WS-SD-TIENE TO WS-SD-H24
           MOVE 38 TO WS-SD-OPC
           PERFORM 0100-SD-TIENE
           MOVE WS-SD-TIENE TO WS-SD-H38
           MOVE 'PERMISOS' TO WS-SD-SECC-TX
           MOVE OPR-ID TO WS-SD-O-OPER
           IF WS-SD-PERFIL = 1 THEN
              MOVE 'PERFIL PERMISOS' TO WS-SD-O-DOC
           ELSE
              MOVE 'SIN PERFIL (TODAS)' TO WS-SD-O-DOC
           END-IF
           IF WS-SD-H5 = 1 THEN
              MOVE 'ORDEN+RECIBO (OPC 5)' TO WS-SD-PASOS
              PERFORM 0100-SD-POT-LINE
           END-IF
           IF WS-SD-H5 = 1 AND WS-SD-H38 = 1 THEN
              MOVE 'ORDEN+FACTURA (OPC 5+38)' TO WS-SD-PASOS
              PERFORM 0100-SD-POT-LINE
           END-IF
           IF WS-SD-H38 = 1 AND WS-SD-SUP = 1 THEN
              MOVE 'FACTURA+APRUEBA+PAGO (OPC 38)' TO WS-SD-PASOS
              PERFORM 0100-SD-POT-LINE
           END-IF
           IF WS-SD-H1 = 1 AND WS-SD-SUP = 1 THEN
              MOVE 'CONTEO+APRUEBA (OPC 1)' TO WS-SD-PASOS
              PERFORM 0100-SD-POT-LINE
           END-IF
           IF WS-SD-H5 = 1
           AND (WS-SD-H8 = 1 OR WS-SD-H24 = 1
                OR (WS-SD-H10 = 1 AND WS-SD-SUP = 1)) THEN
              MOVE 'PRECIO+ORDEN (OPC 8/10/24+5)' TO WS-SD-PASOS
              PERFORM 0100-SD-POT-LINE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-TIENE : Whether the operator may take option
      *    WS-SD-OPC.
      *-----------------------------------------------------------------
       0100-SD-TIENE.
           MOVE 1 TO WS-SD-TIENE
           IF WS-SD-PERFIL = 1 THEN
              MOVE OPR-ID TO PRS-OPER
              MOVE WS-SD-OPC TO PRS-OPCION
              READ PERMISOS
                 INVALID KEY
                    MOVE 0 TO WS-SD-TIENE
              END-READ
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-POT-LINE : One potential conflict.
      *-----------------------------------------------------------------
       0100-SD-POT-LINE.
           ADD 1 TO WS-SD-POT
           PERFORM 0100-SD-OUT-LINE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-OUT-LINE : One conflict on screen and into the CSV,
      *    which is opened with the first one.
      *-----------------------------------------------------------------
       0100-SD-OUT-LINE.
           PERFORM 0100-SD-NEWROW
           DISPLAY WS-SD-SECC-TX LINE WS-ROWCTRL COL 01
           DISPLAY WS-SD-O-DOC LINE WS-ROWCTRL COL 12
           DISPLAY WS-SD-O-OPER LINE WS-ROWCTRL COL 33
           DISPLAY WS-SD-PASOS(1:36) LINE WS-ROWCTRL COL 44
           IF WS-SD-CSV = 0 THEN
              MOVE 1 TO WS-SD-CSV
              MOVE WS-DELIM-DEF TO WS-CSV-DELIM
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
              MOVE SPACES TO WS-INFORME-FNAME
              STRING 'SEGFUN_' WS-RPT-STAMP '.CSV'
              DELIMITED BY SIZE INTO WS-INFORME-FNAME
              OPEN OUTPUT OUT-INFORME
              MOVE SPACES TO OUTPUT-RECORD
              STRING 'MES' WS-CSV-DELIM 'TIPO' WS-CSV-DELIM
                     'DOCUMENTO' WS-CSV-DELIM 'OPERADOR'
                     WS-CSV-DELIM 'PASOS'
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-SD-MES WS-CSV-DELIM WS-SD-SECC-TX WS-CSV-DELIM
                  WS-SD-O-DOC WS-CSV-DELIM WS-SD-O-OPER WS-CSV-DELIM
                  WS-SD-PASOS
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-SHOW-CONTROL : Totals of the run.
      *-----------------------------------------------------------------
       0100-SD-SHOW-CONTROL.
           IF WS-SD-REAL = 0 AND WS-SD-POT = 0 THEN
              DISPLAY WS-MSG-SDNV LINE 22 COL 01
           ELSE
              MOVE WS-SD-REAL TO WS-SD-CNT-ED
              DISPLAY WS-LB-SDRE LINE 20 COL 01
              DISPLAY WS-SD-CNT-ED LINE 20 COL 26
              MOVE WS-SD-POT TO WS-SD-CNT-ED
              DISPLAY WS-LB-SDPO LINE 21 COL 01
              DISPLAY WS-SD-CNT-ED LINE 21 COL 26
              DISPLAY WS-MSG-SDCS LINE 22 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SD-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-SD-NEWROW.
           IF WS-ROWCTRL > 18 THEN
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
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM SOD01.
