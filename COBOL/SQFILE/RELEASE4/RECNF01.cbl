      ******************************************************************
      * Program      : RECNF01.cbl                                     *
      * Purpose      : Goods received not invoiced at a month end.     *
      *                Every purchase order line of PEDIDOS.DAT        *
      *                received by the cut-off is valued at its agreed *
      *                price converted at the order's exchange rate;   *
      *                the vendor invoices of FACPROV.DAT referencing  *
      *                the order cover its lines in line order, and    *
      *                what they do not cover is listed by vendor and  *
      *                age of the receipt, on screen and as a CSV      *
      *                registered in INFORMES.LOG. The accrual is      *
      *                written in the CONTABLE.INT layout to           *
      *                PROVREC_AAAAMM.INT: one debit/credit pair per   *
      *                vendor dated the month end, the reversing pairs *
      *                dated the first day of the next month, and the  *
      *                control-total trailer.                          *
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
       PROGRAM-ID. RECNF01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PEDSEL.cpy".
       copy "FPRSEL.cpy".
       copy "PRVSEL.cpy".
      *
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CATEGORY
           FILE STATUS  IS WS-CTA-STATUS.
      *
           SELECT PROVREC ASSIGN TO WS-RN-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-INT-STATUS.
      *
           SELECT RNSRT ASSIGN TO "RNSRT.TMP".
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
       copy "PRVFD.cpy".
      *
       FD CUENTAS.
       01 CTA-REG.
           02 CTA-CATEGORY          PIC X(15).
           02 CTA-INV               PIC X(10).
           02 CTA-AJU               PIC X(10).
      *
      *    SAME LAYOUT AS CONTABLE.INT, SO THE ACCOUNTING PACKAGE
      *    IMPORTS THE ACCRUAL AS IT DOES THE MONTHLY EXTRACT.
       FD PROVREC.
       01 INT-REG.
           02 INT-TIPO              PIC X(01).
           02 INT-CUENTA            PIC X(10).
           02 INT-FECHA             PIC X(08).
           02 INT-VALOR             PIC 9(11)V99.
           02 INT-CONCEPTO          PIC X(20).
           02 INT-CATEGORY          PIC X(15).
      *
       SD RNSRT.
       01 RNSRT-REC.
           02 RS-PROV               PIC X(10).
           02 RS-PEDNUM             PIC 9(06).
           02 RS-LIN                PIC 9(03).
           02 RS-CODART             PIC X(10).
           02 RS-FRECIBO            PIC X(08).
           02 RS-CANT               PIC 9(05)V99.
           02 RS-DIAS               PIC 9(05).
           02 RS-VALOR              PIC 9(11)V99.
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PED-STATUS      PIC XX.
           77 WS-FPR-STATUS      PIC XX.
           77 WS-CTA-STATUS      PIC XX.
           77 WS-INT-STATUS      PIC XX.
           77 WS-RN-FNAME        PIC X(30).
           77 WS-RN-CAT          PIC X(15) VALUE 'PROV-COMPRA'.
           77 WS-RN-CTADEB       PIC X(10).
           77 WS-RN-CTACRE       PIC X(10).
           77 WS-RN-MES          PIC X(06).
           77 WS-RN-ANO-N        PIC 9(04).
           77 WS-RN-MM-N         PIC 9(02).
           77 WS-RN-SIG-N        PIC 9(08).
           77 WS-RN-CORTE-N      PIC 9(08).
           77 WS-RN-REC-N        PIC 9(08).
           77 WS-RN-CORTE        PIC X(08).
           77 WS-RN-REVERSA      PIC X(08).
           77 WS-RN-FIRST        PIC 9 VALUE 1.
           77 WS-RN-CSV          PIC 9 VALUE 0.
           77 WS-RN-PREV-PROV    PIC X(10).
           77 WS-RN-PEDNUM       PIC 9(06) VALUE 0.
           77 WS-RN-IDX          PIC 9(03) VALUE 0.
           77 WS-RN-HIT          PIC 9(03) VALUE 0.
           77 WS-RN-FCNT         PIC 9(03) VALUE 0.
           77 WS-RN-PCNT         PIC 9(03) VALUE 0.
           77 WS-RN-LINES        PIC 9(05) VALUE 0.
           77 WS-RN-LINES-ED     PIC ZZZZ9.
           77 WS-V-RN-QTY        PIC 9(05)V99 VALUE 0.
           77 WS-V-RN-PRECIO     PIC 9(05)V99 VALUE 0.
           77 WS-V-RN-TASA       PIC 9(5)V9(4) VALUE 0.
           77 WS-V-RN-LINVAL     PIC 9(11)V99 VALUE 0.
           77 WS-V-RN-CUBRE      PIC 9(11)V99 VALUE 0.
           77 WS-V-RN-B1         PIC 9(11)V99 VALUE 0.
           77 WS-V-RN-B2         PIC 9(11)V99 VALUE 0.
           77 WS-V-RN-B3         PIC 9(11)V99 VALUE 0.
           77 WS-V-RN-B4         PIC 9(11)V99 VALUE 0.
           77 WS-V-RN-PROV       PIC 9(11)V99 VALUE 0.
           77 WS-V-RN-TOTAL      PIC 9(13)V99 VALUE 0.
           77 WS-V-RN-DEB        PIC 9(13)V99 VALUE 0.
           77 WS-RN-ED1          PIC ZZZZZZZZ9.99.
           77 WS-RN-ED2          PIC ZZZZZZZZ9.99.
           77 WS-RN-ED3          PIC ZZZZZZZZ9.99.
           77 WS-RN-ED4          PIC ZZZZZZZZ9.99.
           77 WS-RN-ED5          PIC ZZZZZZZZ9.99.
           77 WS-RN-QTY-ED       PIC ZZZZ9.99.
      *
      *    INVOICED VALUE PER PURCHASE ORDER, UP TO THE CUT-OFF.
       01 WS-RN-FAC-TABLE.
           02 WS-RN-FAC-ENTRY OCCURS 500 TIMES.
               03 WS-RN-F-PEDNUM    PIC 9(06).
               03 WS-RN-F-VALOR     PIC 9(11)V99.
      *
      *    ACCRUED VALUE PER VENDOR, FOR THE REVERSING PAIRS.
       01 WS-RN-PRV-TABLE.
           02 WS-RN-PRV-ENTRY OCCURS 300 TIMES.
               03 WS-RN-P-PROV      PIC X(10).
               03 WS-RN-P-VALOR     PIC 9(11)V99.
      *
           77 WS-ST-RN     PIC X(25) VALUE 'RECIBIDO NO FACTURADO    '.
           77 WS-MSG-RNMS PIC X(80) VALUE ' Mes de cierre (AAAAMM, v'-
       'acio = mes anterior):                                  '.
           77 WS-MSG-RNMX PIC X(80) VALUE ' Mes invalido. Use AAAAMM'-
       '.                                                      '.
           77 WS-MSG-RNNV PIC X(80) VALUE ' No hay mercancia recibid'-
       'a sin facturar a ese corte.                            '.
           77 WS-MSG-RNOK PIC X(80) VALUE ' Provision contable gener'-
       'ada:                                                   '.
           77 WS-MSG-RNCS PIC X(80) VALUE ' Detalle por linea de ped'-
       'ido en CSV registrado en INFORMES.LOG.                 '.
           77 WS-LB-RN    PIC X(75) VALUE 'PROVEEDOR     0-30 DIAS  '-
       ' 31-60 DIAS   61-90 DIAS     +90 DIAS        TOTAL'.
           77 WS-LB-RNTT  PIC X(16) VALUE 'Total general..:'.
           77 WS-LB-RNLN  PIC X(20) VALUE 'Lineas contables...:'.
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
              WS-ST-RN          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-RNMS LINE 06 COL 01
           MOVE SPACES TO WS-RN-MES
           ACCEPT WS-RN-MES LINE 06 COL 50
           IF WS-RN-MES = SPACES OR WS-RN-MES = LOW-VALUE THEN
              MOVE WS-DATETIME(1:4) TO WS-RN-ANO-N
              MOVE WS-DATETIME(5:2) TO WS-RN-MM-N
              IF WS-RN-MM-N = 1 THEN
                 SUBTRACT 1 FROM WS-RN-ANO-N
                 MOVE 12 TO WS-RN-MM-N
              ELSE
                 SUBTRACT 1 FROM WS-RN-MM-N
              END-IF
              MOVE WS-RN-ANO-N TO WS-RN-MES(1:4)
              MOVE WS-RN-MM-N TO WS-RN-MES(5:2)
              DISPLAY WS-RN-MES LINE 06 COL 50
           END-IF
           IF WS-RN-MES IS NOT NUMERIC THEN
              DISPLAY WS-MSG-RNMX LINE 22 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           MOVE WS-RN-MES(1:4) TO WS-RN-ANO-N
           MOVE WS-RN-MES(5:2) TO WS-RN-MM-N
           IF WS-RN-MM-N < 1 OR WS-RN-MM-N > 12 THEN
              DISPLAY WS-MSG-RNMX LINE 22 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           PERFORM 0100-RN-DATES
           MOVE SPACES TO WS-RN-FNAME
           STRING 'PROVREC_' WS-RN-MES '.INT' DELIMITED BY SIZE
           INTO WS-RN-FNAME
           PERFORM 0100-RN-LOAD-FACPROV
           SORT RNSRT
              ON ASCENDING KEY RS-PROV RS-PEDNUM RS-LIN
              INPUT PROCEDURE IS 0100-RN-FEED
              OUTPUT PROCEDURE IS 0100-RN-LIST
           PERFORM 0100-RN-SHOW-CONTROL.
       0000-MAIN-FIN.
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-RN-DATES : The cut-off is the last day of the month;
      *    the reversal is dated the first day of the next one.
      *-----------------------------------------------------------------
       0100-RN-DATES.
           IF WS-RN-MM-N = 12 THEN
              COMPUTE WS-RN-SIG-N = (WS-RN-ANO-N + 1) * 10000 + 101
           ELSE
              COMPUTE WS-RN-SIG-N =
                 WS-RN-ANO-N * 10000 + (WS-RN-MM-N + 1) * 100 + 1
           END-IF
           COMPUTE WS-RN-CORTE-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RN-SIG-N) - 1)
           MOVE WS-RN-CORTE-N TO WS-RN-CORTE
           MOVE WS-RN-SIG-N TO WS-RN-REVERSA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-LOAD-FACPROV : Adds up, per purchase order, the
      *    vendor invoices referencing it dated up to the cut-off.
      *-----------------------------------------------------------------
       0100-RN-LOAD-FACPROV.
           MOVE 0 TO WS-RN-FCNT
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACPROV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FPR-PEDREF IS NUMERIC
                       AND FPR-PEDREF > 0
                       AND FPR-FECHA NOT > WS-RN-CORTE THEN
                          MOVE FPR-PEDREF TO WS-RN-PEDNUM
                          PERFORM 0100-RN-FIND-FAC
                          IF WS-RN-HIT = 0 AND WS-RN-FCNT < 500 THEN
                             ADD 1 TO WS-RN-FCNT
                             MOVE WS-RN-PEDNUM
                                TO WS-RN-F-PEDNUM(WS-RN-FCNT)
                             MOVE 0 TO WS-RN-F-VALOR(WS-RN-FCNT)
                             MOVE WS-RN-FCNT TO WS-RN-HIT
                          END-IF
                          IF WS-RN-HIT > 0 THEN
                             ADD FPR-VALOR TO WS-RN-F-VALOR(WS-RN-HIT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACPROV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-FIND-FAC : WS-RN-HIT ends on the entry of order
      *    WS-RN-PEDNUM in the invoiced table, or 0.
      *-----------------------------------------------------------------
       0100-RN-FIND-FAC.
           MOVE 0 TO WS-RN-HIT
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-FCNT
              IF WS-RN-F-PEDNUM(WS-RN-IDX) = WS-RN-PEDNUM THEN
                 MOVE WS-RN-IDX TO WS-RN-HIT
                 MOVE 501 TO WS-RN-IDX
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-FEED : Feeds the sort with the received value of
      *    every order line not covered by the order's invoices. The
      *    invoiced value is consumed by the lines in line order.
      *-----------------------------------------------------------------
       0100-RN-FEED.
           MOVE 0 TO WS-RN-PEDNUM
           MOVE 0 TO WS-V-RN-CUBRE
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PEDIDOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PED-NUM NOT = WS-RN-PEDNUM THEN
                          MOVE PED-NUM TO WS-RN-PEDNUM
                          MOVE 0 TO WS-V-RN-CUBRE
                          PERFORM 0100-RN-FIND-FAC
                          IF WS-RN-HIT > 0 THEN
                             MOVE WS-RN-F-VALOR(WS-RN-HIT)
                                TO WS-V-RN-CUBRE
                          END-IF
                       END-IF
                       IF PED-LIN NOT = 0 THEN
                          PERFORM 0100-RN-FEED-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PEDIDOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-FEED-LINE : One order line: its received value in
      *    local currency, less what the invoices still cover.
      *-----------------------------------------------------------------
       0100-RN-FEED-LINE.
           IF PED-FRECIBO IS NOT NUMERIC
           OR PED-FRECIBO > WS-RN-CORTE THEN
              GO TO 0100-RN-FEED-LINE-FIN
           END-IF
           MOVE PED-CANT-REC TO WS-V-RN-QTY
           MOVE PED-PRECIO TO WS-V-RN-PRECIO
           IF WS-V-RN-QTY = 0 OR WS-V-RN-PRECIO = 0 THEN
              GO TO 0100-RN-FEED-LINE-FIN
           END-IF
           MOVE 1 TO WS-V-RN-TASA
           IF PED-TASA IS NUMERIC AND PED-TASA > 0 THEN
              MOVE PED-TASA TO WS-V-RN-TASA
           END-IF
           COMPUTE WS-V-RN-LINVAL ROUNDED =
              WS-V-RN-QTY * WS-V-RN-PRECIO * WS-V-RN-TASA
           IF WS-V-RN-CUBRE NOT < WS-V-RN-LINVAL THEN
              SUBTRACT WS-V-RN-LINVAL FROM WS-V-RN-CUBRE
              GO TO 0100-RN-FEED-LINE-FIN
           END-IF
           SUBTRACT WS-V-RN-CUBRE FROM WS-V-RN-LINVAL
           MOVE 0 TO WS-V-RN-CUBRE
           MOVE PED-FRECIBO TO WS-RN-REC-N
           MOVE PED-VENDOR(1:10) TO RS-PROV
           MOVE PED-NUM TO RS-PEDNUM
           MOVE PED-LIN TO RS-LIN
           MOVE PED-CODART TO RS-CODART
           MOVE PED-FRECIBO TO RS-FRECIBO
           MOVE WS-V-RN-QTY TO RS-CANT
           COMPUTE RS-DIAS = FUNCTION INTEGER-OF-DATE(WS-RN-CORTE-N)
              - FUNCTION INTEGER-OF-DATE(WS-RN-REC-N)
           MOVE WS-V-RN-LINVAL TO RS-VALOR
           RELEASE RNSRT-REC.
       0100-RN-FEED-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-LIST : Ages the sorted lines per vendor (0-30, 31-60,
      *    61-90 and over 90 days since the receipt), lists them and
      *    writes the accrual file.
      *-----------------------------------------------------------------
       0100-RN-LIST.
           MOVE 0 TO WS-RN-PCNT
           MOVE 0 TO WS-RN-CSV
           MOVE 0 TO WS-RN-LINES
           MOVE 0 TO WS-V-RN-TOTAL
           MOVE 0 TO WS-V-RN-DEB
           PERFORM 0100-RN-GET-CUENTAS
           DISPLAY WS-LB-RN LINE 08 COL 01
           MOVE 8 TO WS-ROWCTRL
           MOVE 1 TO WS-RN-FIRST
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              RETURN RNSRT
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF WS-RN-FIRST = 0
                    AND RS-PROV NOT = WS-RN-PREV-PROV THEN
                       PERFORM 0100-RN-FLUSH
                    END-IF
                    IF WS-RN-FIRST = 1
                    OR RS-PROV NOT = WS-RN-PREV-PROV THEN
                       MOVE 0 TO WS-V-RN-B1
                       MOVE 0 TO WS-V-RN-B2
                       MOVE 0 TO WS-V-RN-B3
                       MOVE 0 TO WS-V-RN-B4
                    END-IF
                    MOVE 0 TO WS-RN-FIRST
                    MOVE RS-PROV TO WS-RN-PREV-PROV
                    EVALUATE TRUE
                       WHEN RS-DIAS NOT > 30
                          ADD RS-VALOR TO WS-V-RN-B1
                       WHEN RS-DIAS NOT > 60
                          ADD RS-VALOR TO WS-V-RN-B2
                       WHEN RS-DIAS NOT > 90
                          ADD RS-VALOR TO WS-V-RN-B3
                       WHEN OTHER
                          ADD RS-VALOR TO WS-V-RN-B4
                    END-EVALUATE
                    PERFORM 0100-RN-CSV-LINE
           END-PERFORM
           IF WS-RN-FIRST = 0 THEN
              PERFORM 0100-RN-FLUSH
              PERFORM 0100-RN-WRITE-REVERSAL
              CLOSE OUT-INFORME
              OPEN EXTEND RPTLOG
              MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
              WRITE RPTLOG-RECORD
              CLOSE RPTLOG
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-CSV-LINE : One order line into the CSV, which is
      *    opened with the first one.
      *-----------------------------------------------------------------
       0100-RN-CSV-LINE.
           IF WS-RN-CSV = 0 THEN
              MOVE 1 TO WS-RN-CSV
              MOVE WS-DELIM-DEF TO WS-CSV-DELIM
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
              MOVE SPACES TO WS-INFORME-FNAME
              STRING 'RECNOFAC_' WS-RPT-STAMP '.CSV'
              DELIMITED BY SIZE INTO WS-INFORME-FNAME
              OPEN OUTPUT OUT-INFORME
              MOVE SPACES TO OUTPUT-RECORD
              STRING 'PROVEEDOR' WS-CSV-DELIM 'OC' WS-CSV-DELIM
                     'LINEA' WS-CSV-DELIM 'ARTICULO' WS-CSV-DELIM
                     'RECIBIDO' WS-CSV-DELIM 'FECHA_RECIBO'
                     WS-CSV-DELIM 'DIAS' WS-CSV-DELIM
                     'NO_FACTURADO'
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF
           MOVE RS-CANT TO WS-RN-QTY-ED
           MOVE RS-VALOR TO WS-RN-ED1
           MOVE SPACES TO OUTPUT-RECORD
           STRING RS-PROV WS-CSV-DELIM RS-PEDNUM WS-CSV-DELIM
                  RS-LIN WS-CSV-DELIM RS-CODART WS-CSV-DELIM
                  WS-RN-QTY-ED WS-CSV-DELIM RS-FRECIBO WS-CSV-DELIM
                  RS-DIAS WS-CSV-DELIM WS-RN-ED1
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-FLUSH : One vendor's aged line on screen and its
      *    accrual pair: debit the received-not-invoiced account,
      *    credit the accrued payables account, dated the month end.
      *-----------------------------------------------------------------
       0100-RN-FLUSH.
           COMPUTE WS-V-RN-PROV = WS-V-RN-B1 + WS-V-RN-B2
              + WS-V-RN-B3 + WS-V-RN-B4
           IF WS-V-RN-PROV = 0 THEN
              GO TO 0100-RN-FLUSH-FIN
           END-IF
           ADD WS-V-RN-PROV TO WS-V-RN-TOTAL
           MOVE WS-V-RN-B1 TO WS-RN-ED1
           MOVE WS-V-RN-B2 TO WS-RN-ED2
           MOVE WS-V-RN-B3 TO WS-RN-ED3
           MOVE WS-V-RN-B4 TO WS-RN-ED4
           MOVE WS-V-RN-PROV TO WS-RN-ED5
           PERFORM 0100-RN-NEWROW
           DISPLAY WS-RN-PREV-PROV LINE WS-ROWCTRL COL 01
           DISPLAY WS-RN-ED1 LINE WS-ROWCTRL COL 12
           DISPLAY WS-RN-ED2 LINE WS-ROWCTRL COL 25
           DISPLAY WS-RN-ED3 LINE WS-ROWCTRL COL 38
           DISPLAY WS-RN-ED4 LINE WS-ROWCTRL COL 51
           DISPLAY WS-RN-ED5 LINE WS-ROWCTRL COL 64
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-RN-PREV-PROV WS-CSV-DELIM 'TOTAL' WS-CSV-DELIM
                  WS-CSV-DELIM WS-CSV-DELIM WS-CSV-DELIM
                  WS-CSV-DELIM WS-CSV-DELIM WS-RN-ED5
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-RN-PCNT = 0 THEN
              OPEN OUTPUT PROVREC
           END-IF
           IF WS-RN-PCNT < 300 THEN
              ADD 1 TO WS-RN-PCNT
              MOVE WS-RN-PREV-PROV TO WS-RN-P-PROV(WS-RN-PCNT)
              MOVE WS-V-RN-PROV TO WS-RN-P-VALOR(WS-RN-PCNT)
           END-IF
           MOVE SPACES TO INT-REG
           MOVE WS-RN-CORTE TO INT-FECHA
           MOVE WS-V-RN-PROV TO INT-VALOR
           STRING 'PROVISION ' WS-RN-PREV-PROV
           DELIMITED BY SIZE INTO INT-CONCEPTO
           MOVE WS-RN-CAT TO INT-CATEGORY
           MOVE 'D' TO INT-TIPO
           MOVE WS-RN-CTADEB TO INT-CUENTA
           WRITE INT-REG
           MOVE 'C' TO INT-TIPO
           MOVE WS-RN-CTACRE TO INT-CUENTA
           WRITE INT-REG
           ADD 2 TO WS-RN-LINES
           ADD WS-V-RN-PROV TO WS-V-RN-DEB.
       0100-RN-FLUSH-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-WRITE-REVERSAL : The reversing pair of every vendor,
      *    dated the first day of the next month, then the control
      *    trailer (line count and total debits), as in CONTABLE.INT.
      *-----------------------------------------------------------------
       0100-RN-WRITE-REVERSAL.
           IF WS-RN-PCNT = 0 THEN
              GO TO 0100-RN-WRITE-REVERSAL-FIN
           END-IF
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-PCNT
              MOVE SPACES TO INT-REG
              MOVE WS-RN-REVERSA TO INT-FECHA
              MOVE WS-RN-P-VALOR(WS-RN-IDX) TO INT-VALOR
              STRING 'REVERSION ' WS-RN-P-PROV(WS-RN-IDX)
              DELIMITED BY SIZE INTO INT-CONCEPTO
              MOVE WS-RN-CAT TO INT-CATEGORY
              MOVE 'D' TO INT-TIPO
              MOVE WS-RN-CTACRE TO INT-CUENTA
              WRITE INT-REG
              MOVE 'C' TO INT-TIPO
              MOVE WS-RN-CTADEB TO INT-CUENTA
              WRITE INT-REG
              ADD 2 TO WS-RN-LINES
              ADD WS-RN-P-VALOR(WS-RN-IDX) TO WS-V-RN-DEB
           END-PERFORM
           MOVE SPACES TO INT-REG
           MOVE 'T' TO INT-TIPO
           MOVE WS-RN-CORTE TO INT-FECHA
           MOVE WS-V-RN-DEB TO INT-VALOR
           MOVE 'TOTAL CONTROL       ' TO INT-CONCEPTO
           MOVE WS-RN-LINES TO INT-CUENTA
           WRITE INT-REG
           CLOSE PROVREC.
       0100-RN-WRITE-REVERSAL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-GET-CUENTAS : The accrual posts to the accounts
      *    mapped in CUENTAS.DAT to the PROV-COMPRA category (debit the
      *    inventory one, credit the adjustment one), or to the
      *    general received-not-invoiced and accrued payables ones.
      *-----------------------------------------------------------------
       0100-RN-GET-CUENTAS.
           MOVE 'REC-NO-FAC' TO WS-RN-CTADEB
           MOVE 'CXP-PROVIS' TO WS-RN-CTACRE
           OPEN INPUT CUENTAS
           IF WS-CTA-STATUS = '00' THEN
              MOVE WS-RN-CAT TO CTA-CATEGORY
              READ CUENTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-INV TO WS-RN-CTADEB
                    MOVE CTA-AJU TO WS-RN-CTACRE
              END-READ
           END-IF
           CLOSE CUENTAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-SHOW-CONTROL : Totals of the run.
      *-----------------------------------------------------------------
       0100-RN-SHOW-CONTROL.
           IF WS-V-RN-TOTAL = 0 THEN
              DISPLAY WS-MSG-RNNV LINE 22 COL 01
           ELSE
              MOVE WS-V-RN-TOTAL TO WS-RN-ED5
              MOVE WS-RN-LINES TO WS-RN-LINES-ED
              DISPLAY WS-LB-RNTT LINE 20 COL 47
              DISPLAY WS-RN-ED5 LINE 20 COL 64
              DISPLAY WS-LB-RNLN LINE 20 COL 01
              DISPLAY WS-RN-LINES-ED LINE 20 COL 22
              DISPLAY WS-MSG-RNCS LINE 21 COL 01
              DISPLAY WS-MSG-RNOK LINE 22 COL 01
              DISPLAY WS-RN-FNAME LINE 22 COL 31
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RN-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-RN-NEWROW.
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
       END PROGRAM RECNF01.
