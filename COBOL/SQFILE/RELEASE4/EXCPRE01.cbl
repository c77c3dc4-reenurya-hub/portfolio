      ******************************************************************
      * Program      : EXCPRE01.cbl                                    *
      * Purpose      : Daily price-exception report. Lists every       *
      *                invoice line of the day sold at a price other   *
      *                than the default (keyed price, line discount or *
      *                invoice discount) as stamped on FACTURAS.DAT by *
      *                FACTUR01, sorted and subtotalled by operator    *
      *                and customer, with the discount given over the  *
      *                default price and the supervisor who signed it  *
      *                when it passed the limit of the role. On screen *
      *                and as a CSV registered in INFORMES.LOG.        *
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
       PROGRAM-ID. EXCPRE01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
      *
           SELECT EXCSRT ASSIGN TO "EXCSRT.TMP".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       SD EXCSRT.
       01 EXCSRT-REC.
           02 XS-OPERADOR           PIC X(10).
           02 XS-CLIENTE            PIC X(10).
           02 XS-FACNUM             PIC 9(06).
           02 XS-FACLIN             PIC 9(03).
           02 XS-CODART             PIC X(10).
           02 XS-CANT               PIC 9(5)V99.
           02 XS-PBASE              PIC 9(5)V99.
           02 XS-PNETO              PIC 9(5)V99.
           02 XS-DSCLIN             PIC 9(3)V99.
           02 XS-DSCFAC             PIC 9(3)V99.
           02 XS-DSCEFE             PIC 9(3)V99.
           02 XS-TIPO               PIC X(01).
           02 XS-AUTORIZA           PIC X(10).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-XP-ANULADA      PIC 9 VALUE 0.
           77 WS-XP-FECHA        PIC X(08).
           77 WS-XP-CNT          PIC 9(05) VALUE 0.
           77 WS-XP-FIRST        PIC 9 VALUE 1.
           77 WS-XP-PREV-OPER    PIC X(10).
           77 WS-XP-PREV-CLI     PIC X(10).
           77 WS-XP-OP-CNT       PIC 9(05) VALUE 0.
           77 WS-XP-CL-CNT       PIC 9(05) VALUE 0.
           77 WS-V-XP-REBAJA     PIC S9(9)V99 VALUE 0.
           77 WS-V-XP-OP-REB     PIC S9(9)V99 VALUE 0.
           77 WS-V-XP-CL-REB     PIC S9(9)V99 VALUE 0.
           77 WS-V-XP-TOT-REB    PIC S9(9)V99 VALUE 0.
           77 WS-XP-FAC-ED       PIC ZZZZZ9.
           77 WS-XP-LIN-ED       PIC ZZ9.
           77 WS-XP-CANT-ED      PIC ZZZZ9.99.
           77 WS-XP-PRC-ED1      PIC ZZZZ9.99.
           77 WS-XP-PRC-ED2      PIC ZZZZ9.99.
           77 WS-XP-PCT-ED1      PIC ZZ9.99.
           77 WS-XP-PCT-ED2      PIC ZZ9.99.
           77 WS-XP-PCT-ED3      PIC ZZ9.99.
           77 WS-XP-VAL-ED       PIC -ZZZZZZZZ9.99.
           77 WS-XP-CNT-ED       PIC ZZZZ9.
      *
           77 WS-ST-XP     PIC X(25) VALUE 'EXCEPCIONES DE PRECIO    '.
           77 WS-MSG-XPFE PIC X(80) VALUE ' Fecha del reporte (AAAAM'-
       'MDD, vacio = hoy):                                     '.
           77 WS-MSG-XPNV PIC X(80) VALUE ' No hay excepciones de pr'-
       'ecio en esa fecha.                                     '.
           77 WS-MSG-XPOK PIC X(80) VALUE ' Reporte generado en CSV '-
       'y registrado en INFORMES.LOG.                          '.
           77 WS-LB-XP1   PIC X(78) VALUE 'CLIENTE    FACT.  '-
       'ARTICULO     P.BASE   P.NETO DSCTO% T AUTORIZO'.
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
              WS-ST-XP          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           DISPLAY WS-MSG-XPFE LINE 06 COL 01
           MOVE SPACES TO WS-XP-FECHA
           ACCEPT WS-XP-FECHA LINE 06 COL 46
           IF WS-XP-FECHA = SPACES OR WS-XP-FECHA = LOW-VALUE THEN
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:8) TO WS-XP-FECHA
           END-IF
           MOVE 0 TO WS-XP-CNT
           PERFORM 0100-OPEN-REPORT
           SORT EXCSRT
              ON ASCENDING KEY XS-OPERADOR XS-CLIENTE
                               XS-FACNUM XS-FACLIN
              INPUT PROCEDURE IS 0100-XP-FEED
              OUTPUT PROCEDURE IS 0100-XP-LIST
           IF WS-XP-CNT = 0 THEN
              DISPLAY WS-MSG-XPNV LINE 10 COL 01
           ELSE
              OPEN EXTEND RPTLOG
              MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
              WRITE RPTLOG-RECORD
              CLOSE RPTLOG
              DISPLAY WS-MSG-XPOK LINE 23 COL 01
           END-IF
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-OPEN-REPORT : Names the CSV and writes its headings.
      *-----------------------------------------------------------------
       0100-OPEN-REPORT.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'EXCPRECIO_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'EXCEPCIONES DE PRECIO DEL DIA' WS-CSV-DELIM
                  WS-XP-FECHA
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'OPERADOR' WS-CSV-DELIM
                  'CLIENTE' WS-CSV-DELIM
                  'FACTURA' WS-CSV-DELIM
                  'LINEA' WS-CSV-DELIM
                  'ARTICULO' WS-CSV-DELIM
                  'CANTIDAD' WS-CSV-DELIM
                  'PRECIO BASE' WS-CSV-DELIM
                  'PRECIO NETO' WS-CSV-DELIM
                  'DSCTO LINEA' WS-CSV-DELIM
                  'DSCTO FACTURA' WS-CSV-DELIM
                  'DSCTO TOTAL' WS-CSV-DELIM
                  'TIPO' WS-CSV-DELIM
                  'AUTORIZO' WS-CSV-DELIM
                  'REBAJA'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-FEED : Feeds the sort with the exception lines of
      *    the day, skipping voided invoices.
      *-----------------------------------------------------------------
       0100-XP-FEED.
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '35' THEN
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-LIN = 0 THEN
                          SET WS-XP-ANULADA TO 0
                          IF FAC-ANULADA THEN
                             SET WS-XP-ANULADA TO 1
                          END-IF
                       END-IF
                       IF FAC-LIN NOT = 0
                       AND WS-XP-ANULADA = 0
                       AND FAC-FECHA = WS-XP-FECHA
                       AND NOT FAC-PRC-NORMAL THEN
                          PERFORM 0100-XP-RELEASE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTURAS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-RELEASE : One exception line into the sort.
      *-----------------------------------------------------------------
       0100-XP-RELEASE.
           MOVE FAC-OPERADOR TO XS-OPERADOR
           MOVE FAC-CLIENTE TO XS-CLIENTE
           MOVE FAC-NUM TO XS-FACNUM
           MOVE FAC-LIN TO XS-FACLIN
           MOVE FAC-CODART TO XS-CODART
           MOVE FAC-CANT TO XS-CANT
           MOVE FAC-PRC-BASE TO XS-PBASE
           MOVE FAC-VRUNIT TO XS-PNETO
           MOVE FAC-PRC-DSCLIN TO XS-DSCLIN
           MOVE FAC-PRC-DSCFAC TO XS-DSCFAC
           MOVE FAC-PRC-DSCEFE TO XS-DSCEFE
           MOVE FAC-PRC-TIPO TO XS-TIPO
           MOVE FAC-PRC-AUTORIZA TO XS-AUTORIZA
           RELEASE EXCSRT-REC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-LIST : Lists the sorted lines, breaking on customer
      *    within operator with the count and the value given away
      *    (default price less net price, times the quantity).
      *-----------------------------------------------------------------
       0100-XP-LIST.
           MOVE 1 TO WS-XP-FIRST
           MOVE 0 TO WS-V-XP-TOT-REB
           DISPLAY WS-LB-XP1 LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              RETURN EXCSRT
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF WS-XP-FIRST = 0 THEN
                       IF XS-OPERADOR NOT = WS-XP-PREV-OPER THEN
                          PERFORM 0100-XP-CLI-BREAK
                          PERFORM 0100-XP-OPER-BREAK
                       ELSE
                          IF XS-CLIENTE NOT = WS-XP-PREV-CLI THEN
                             PERFORM 0100-XP-CLI-BREAK
                          END-IF
                       END-IF
                    END-IF
                    IF WS-XP-FIRST = 1
                    OR XS-OPERADOR NOT = WS-XP-PREV-OPER THEN
                       PERFORM 0100-XP-OPER-HEAD
                    END-IF
                    MOVE 0 TO WS-XP-FIRST
                    MOVE XS-OPERADOR TO WS-XP-PREV-OPER
                    MOVE XS-CLIENTE TO WS-XP-PREV-CLI
                    PERFORM 0100-XP-DETAIL
           END-PERFORM
           IF WS-XP-FIRST = 0 THEN
              PERFORM 0100-XP-CLI-BREAK
              PERFORM 0100-XP-OPER-BREAK
              MOVE WS-XP-CNT TO WS-XP-CNT-ED
              MOVE WS-V-XP-TOT-REB TO WS-XP-VAL-ED
              MOVE SPACES TO OUTPUT-RECORD
              STRING 'TOTAL DIA' WS-CSV-DELIM WS-XP-CNT-ED
                     WS-CSV-DELIM WS-XP-VAL-ED
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              PERFORM 0100-XP-WRITE
              PERFORM 0100-XP-NEWROW
              DISPLAY 'TOTAL DEL DIA' LINE WS-ROWCTRL COL 01
              DISPLAY WS-XP-CNT-ED LINE WS-ROWCTRL COL 20
              DISPLAY WS-XP-VAL-ED LINE WS-ROWCTRL COL 40
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-OPER-HEAD : Opens the group of one operator.
      *-----------------------------------------------------------------
       0100-XP-OPER-HEAD.
           MOVE 0 TO WS-XP-OP-CNT
           MOVE 0 TO WS-V-XP-OP-REB
           MOVE 0 TO WS-XP-CL-CNT
           MOVE 0 TO WS-V-XP-CL-REB
           PERFORM 0100-XP-NEWROW
           DISPLAY 'OPERADOR: ' LINE WS-ROWCTRL COL 01
           DISPLAY XS-OPERADOR LINE WS-ROWCTRL COL 11
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-DETAIL : One exception line on screen and CSV.
      *-----------------------------------------------------------------
       0100-XP-DETAIL.
           ADD 1 TO WS-XP-CNT
           ADD 1 TO WS-XP-OP-CNT
           ADD 1 TO WS-XP-CL-CNT
           COMPUTE WS-V-XP-REBAJA = (XS-PBASE - XS-PNETO) * XS-CANT
           ADD WS-V-XP-REBAJA TO WS-V-XP-OP-REB
           ADD WS-V-XP-REBAJA TO WS-V-XP-CL-REB
           ADD WS-V-XP-REBAJA TO WS-V-XP-TOT-REB
           MOVE XS-FACNUM TO WS-XP-FAC-ED
           MOVE XS-FACLIN TO WS-XP-LIN-ED
           MOVE XS-CANT TO WS-XP-CANT-ED
           MOVE XS-PBASE TO WS-XP-PRC-ED1
           MOVE XS-PNETO TO WS-XP-PRC-ED2
           MOVE XS-DSCLIN TO WS-XP-PCT-ED1
           MOVE XS-DSCFAC TO WS-XP-PCT-ED2
           MOVE XS-DSCEFE TO WS-XP-PCT-ED3
           MOVE WS-V-XP-REBAJA TO WS-XP-VAL-ED
           PERFORM 0100-XP-NEWROW
           DISPLAY XS-CLIENTE LINE WS-ROWCTRL COL 01
           DISPLAY WS-XP-FAC-ED LINE WS-ROWCTRL COL 12
           DISPLAY XS-CODART LINE WS-ROWCTRL COL 19
           DISPLAY WS-XP-PRC-ED1 LINE WS-ROWCTRL COL 30
           DISPLAY WS-XP-PRC-ED2 LINE WS-ROWCTRL COL 39
           DISPLAY WS-XP-PCT-ED3 LINE WS-ROWCTRL COL 48
           DISPLAY XS-TIPO LINE WS-ROWCTRL COL 55
           DISPLAY XS-AUTORIZA LINE WS-ROWCTRL COL 57
           MOVE SPACES TO OUTPUT-RECORD
           STRING XS-OPERADOR WS-CSV-DELIM
                  XS-CLIENTE WS-CSV-DELIM
                  WS-XP-FAC-ED WS-CSV-DELIM
                  WS-XP-LIN-ED WS-CSV-DELIM
                  XS-CODART WS-CSV-DELIM
                  WS-XP-CANT-ED WS-CSV-DELIM
                  WS-XP-PRC-ED1 WS-CSV-DELIM
                  WS-XP-PRC-ED2 WS-CSV-DELIM
                  WS-XP-PCT-ED1 WS-CSV-DELIM
                  WS-XP-PCT-ED2 WS-CSV-DELIM
                  WS-XP-PCT-ED3 WS-CSV-DELIM
                  XS-TIPO WS-CSV-DELIM
                  XS-AUTORIZA WS-CSV-DELIM
                  WS-XP-VAL-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           PERFORM 0100-XP-WRITE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-CLI-BREAK : Subtotal of one customer.
      *-----------------------------------------------------------------
       0100-XP-CLI-BREAK.
           MOVE WS-XP-CL-CNT TO WS-XP-CNT-ED
           MOVE WS-V-XP-CL-REB TO WS-XP-VAL-ED
           PERFORM 0100-XP-NEWROW
           DISPLAY '  Subtotal cliente' LINE WS-ROWCTRL COL 01
           DISPLAY WS-XP-PREV-CLI LINE WS-ROWCTRL COL 21
           DISPLAY WS-XP-CNT-ED LINE WS-ROWCTRL COL 32
           DISPLAY WS-XP-VAL-ED LINE WS-ROWCTRL COL 40
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'SUBTOTAL CLIENTE' WS-CSV-DELIM
                  WS-XP-PREV-OPER WS-CSV-DELIM
                  WS-XP-PREV-CLI WS-CSV-DELIM
                  WS-XP-CNT-ED WS-CSV-DELIM
                  WS-XP-VAL-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           PERFORM 0100-XP-WRITE
           MOVE 0 TO WS-XP-CL-CNT
           MOVE 0 TO WS-V-XP-CL-REB
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-OPER-BREAK : Subtotal of one operator.
      *-----------------------------------------------------------------
       0100-XP-OPER-BREAK.
           MOVE WS-XP-OP-CNT TO WS-XP-CNT-ED
           MOVE WS-V-XP-OP-REB TO WS-XP-VAL-ED
           PERFORM 0100-XP-NEWROW
           DISPLAY 'Total operador' LINE WS-ROWCTRL COL 01
           DISPLAY WS-XP-PREV-OPER LINE WS-ROWCTRL COL 21
           DISPLAY WS-XP-CNT-ED LINE WS-ROWCTRL COL 32
           DISPLAY WS-XP-VAL-ED LINE WS-ROWCTRL COL 40
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'TOTAL OPERADOR' WS-CSV-DELIM
                  WS-XP-PREV-OPER WS-CSV-DELIM
                  WS-CSV-DELIM
                  WS-XP-CNT-ED WS-CSV-DELIM
                  WS-XP-VAL-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           PERFORM 0100-XP-WRITE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-XP-NEWROW.
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
              MOVE 9 TO WS-ROWCTRL
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-XP-WRITE : Appends OUTPUT-RECORD to the CSV.
      *-----------------------------------------------------------------
       0100-XP-WRITE.
           OPEN EXTEND OUT-INFORME
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
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
       END PROGRAM EXCPRE01.
