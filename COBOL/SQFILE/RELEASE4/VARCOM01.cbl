      ******************************************************************
      * Program      : VARCOM01.cbl                                    *
      * Purpose      : Monthly purchase price variance. Every receipt  *
      *                logged in COSTOREC.DAT (purchase-order receipts *
      *                and receipt adjustments, at their loaded unit   *
      *                cost) is compared with the standard cost the    *
      *                article had when it arrived. The variance is    *
      *                totalled by article, by vendor and by category, *
      *                listed with the largest unfavourable variances  *
      *                first on screen and as a CSV registered in      *
      *                INFORMES.LOG, and posted per category to        *
      *                ASIENTOS.DAT, from where the accounting extract *
      *                (CONTAB01) carries it into CONTABLE.INT. A      *
      *                rerun of the month replaces its earlier posting.*
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Posts the variance to           *
      *                                ASIENTOS.DAT, carried into      *
      *                                CONTABLE.INT by the accounting  *
      *                                extract, instead of a file of   *
      *                                its own.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARCOM01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CRCSEL.cpy".
      *
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CATEGORY
           FILE STATUS  IS WS-CTA-STATUS.
      *
       copy "ASISEL.cpy".
      *
           SELECT VCSRT ASSIGN TO "VARCOM.TMP".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "CRCFD.cpy".
      *
       FD CUENTAS.
       01 CTA-REG.
           02 CTA-CATEGORY          PIC X(15).
           02 CTA-INV               PIC X(10).
           02 CTA-AJU               PIC X(10).
      *
       copy "ASIFD.cpy".
      *
      *    ONE TOTAL OF THE MONTH: LEVEL 1 ARTICLE, 2 VENDOR, 3
      *    CATEGORY.
       SD VCSRT.
       01 VCSRT-REC.
           02 VCS-NIVEL             PIC 9(01).
           02 VCS-VAR               PIC S9(11)V99.
           02 VCS-CODIGO            PIC X(15).
           02 VCS-RECIBOS           PIC 9(05).
           02 VCS-CANT              PIC 9(09)V99.
           02 VCS-STD               PIC 9(11)V99.
           02 VCS-REAL              PIC 9(11)V99.
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ASIWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-CTA-STATUS      PIC XX.
           77 WS-VC-FNAME        PIC X(30).
           77 WS-VC-CAT-VAR      PIC X(15) VALUE 'VAR-COMPRA'.
           77 WS-VC-CTAVAR       PIC X(10).
           77 WS-VC-CTAINV       PIC X(10).
           77 WS-VC-MES          PIC X(06).
           77 WS-VC-ANO-N        PIC 9(04).
           77 WS-VC-MM-N         PIC 9(02).
           77 WS-VC-SIG-N        PIC 9(08).
           77 WS-VC-CORTE-N      PIC 9(08).
           77 WS-VC-CORTE        PIC X(08).
           77 WS-VC-NIVEL        PIC 9(01).
           77 WS-VC-CODIGO       PIC X(15).
           77 WS-VC-NIV-TX       PIC X(03).
           77 WS-VC-LLENA        PIC 9 VALUE 0.
           77 WS-VC-CNT          PIC 9(03) VALUE 0.
           77 WS-VC-IDX          PIC 9(03) VALUE 0.
           77 WS-VC-HALLADO      PIC 9(03) VALUE 0.
           77 WS-VC-RECIBOS      PIC 9(05) VALUE 0.
           77 WS-VC-SINSTD       PIC 9(05) VALUE 0.
           77 WS-VC-LINES        PIC 9(05) VALUE 0.
           77 WS-VC-CNT-ED       PIC ZZZZ9.
           77 WS-V-VC-VAR        PIC S9(11)V99 VALUE 0.
           77 WS-V-VC-STD        PIC 9(11)V99 VALUE 0.
           77 WS-V-VC-REAL       PIC 9(11)V99 VALUE 0.
           77 WS-V-VC-NETA       PIC S9(13)V99 VALUE 0.
           77 WS-V-VC-VAL        PIC 9(11)V99 VALUE 0.
           77 WS-V-VC-DEB        PIC 9(13)V99 VALUE 0.
           77 WS-V-VC-PCT        PIC S9(03)V99 VALUE 0.
           77 WS-VC-ED1          PIC ZZZZZZZZ9.99.
           77 WS-VC-ED2          PIC ZZZZZZZZ9.99.
           77 WS-VC-ED3          PIC -ZZZZZZZ9.99.
           77 WS-VC-ED4          PIC ZZZZZZZZ9.99.
           77 WS-VC-PCT-ED       PIC -ZZ9.99.
           77 WS-VC-NETA-ED      PIC -ZZZZZZZZZ9.99.
      *
      *    THE TOTALS OF THE MONTH, ONE ENTRY PER ARTICLE, VENDOR AND
      *    CATEGORY.
       01 WS-VC-TABLE.
           02 WS-VC-ENTRY OCCURS 700 TIMES.
               03 WS-VC-T-NIVEL     PIC 9(01).
               03 WS-VC-T-CODIGO    PIC X(15).
               03 WS-VC-T-RECIBOS   PIC 9(05).
               03 WS-VC-T-CANT      PIC 9(09)V99.
               03 WS-VC-T-STD       PIC 9(11)V99.
               03 WS-VC-T-REAL      PIC 9(11)V99.
               03 WS-VC-T-VAR       PIC S9(11)V99.
      *
           77 WS-ST-VC     PIC X(25) VALUE 'VARIACION PRECIO COMPRA  '.
           77 WS-MSG-VCMS PIC X(80) VALUE ' Mes del informe (AAAAMM,'-
       ' vacio = mes anterior):                                '.
           77 WS-MSG-VCMX PIC X(80) VALUE ' Mes invalido. Use AAAAMM'-
       '.                                                      '.
           77 WS-MSG-VCNR PIC X(80) VALUE ' No hay recibos con costo'-
       ' estandar en ese mes.                                  '.
           77 WS-MSG-VCFL PIC X(80) VALUE ' Tabla de totales llena; '-
       'el informe esta incompleto.                            '.
           77 WS-MSG-VCCS PIC X(80) VALUE ' Detalle en CSV registrad'-
       'o en INFORMES.LOG.                                     '.
           77 WS-MSG-VCN0 PIC X(80) VALUE ' No hay variacion por con'-
       'tabilizar en el mes.                                   '.
           77 WS-MSG-VCIN PIC X(80) VALUE ' Asiento de la variacion '-
       'generado:                                              '.
           77 WS-LB-VC    PIC X(71) VALUE 'NIV CODIGO          RECIB'-
       'OS    ESTANDAR        REAL   VARIACION   %VAR'.
           77 WS-LB-VCSE  PIC X(20) VALUE 'Recibos sin estandar'.
           77 WS-LB-VCTT  PIC X(20) VALUE 'Variacion neta.....:'.
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
              WS-ST-VC          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           PERFORM 0100-MONTHLY THRU 0100-MONTHLY-FIN
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-MONTHLY : Asks the month, totals its receipts and
      *    lists and posts the variance.
      *-----------------------------------------------------------------
       0100-MONTHLY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-VCMS LINE 06 COL 01
           MOVE SPACES TO WS-VC-MES
           ACCEPT WS-VC-MES LINE 06 COL 50
           IF WS-VC-MES = SPACES OR WS-VC-MES = LOW-VALUE THEN
              MOVE WS-DATETIME(1:4) TO WS-VC-ANO-N
              MOVE WS-DATETIME(5:2) TO WS-VC-MM-N
              IF WS-VC-MM-N = 1 THEN
                 SUBTRACT 1 FROM WS-VC-ANO-N
                 MOVE 12 TO WS-VC-MM-N
              ELSE
                 SUBTRACT 1 FROM WS-VC-MM-N
              END-IF
              MOVE WS-VC-ANO-N TO WS-VC-MES(1:4)
              MOVE WS-VC-MM-N TO WS-VC-MES(5:2)
              DISPLAY WS-VC-MES LINE 06 COL 50
           END-IF
           IF WS-VC-MES IS NOT NUMERIC THEN
              DISPLAY WS-MSG-VCMX LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           MOVE WS-VC-MES(1:4) TO WS-VC-ANO-N
           MOVE WS-VC-MES(5:2) TO WS-VC-MM-N
           IF WS-VC-MM-N < 1 OR WS-VC-MM-N > 12 THEN
              DISPLAY WS-MSG-VCMX LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           PERFORM 0100-VC-DATES
           PERFORM 0100-VC-LOAD
           IF WS-VC-RECIBOS = 0 THEN
              DISPLAY WS-MSG-VCNR LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           PERFORM 0100-VC-CSV-OPEN
           DISPLAY WS-LB-VC LINE 08 COL 01
           MOVE 8 TO WS-ROWCTRL
           SORT VCSRT
              ON ASCENDING KEY VCS-NIVEL
              ON DESCENDING KEY VCS-VAR
              INPUT PROCEDURE IS 0100-VC-FEED
              OUTPUT PROCEDURE IS 0100-VC-LIST
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           PERFORM 0100-VC-POST
           MOVE WS-V-VC-NETA TO WS-VC-NETA-ED
           MOVE WS-VC-SINSTD TO WS-VC-CNT-ED
           DISPLAY WS-LB-VCTT LINE 20 COL 01
           DISPLAY WS-VC-NETA-ED LINE 20 COL 22
           DISPLAY WS-LB-VCSE LINE 20 COL 40
           DISPLAY WS-VC-CNT-ED LINE 20 COL 62
           DISPLAY WS-MSG-VCCS LINE 21 COL 01
           IF WS-VC-LINES = 0 THEN
              DISPLAY WS-MSG-VCN0 LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-VCIN LINE 22 COL 01
              DISPLAY WS-VC-FNAME LINE 22 COL 36
           END-IF
           IF WS-VC-LLENA = 1 THEN
              DISPLAY WS-MSG-VCFL LINE 24 COL 01
           END-IF.
       0100-MONTHLY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-DATES : The posting date is the last day of the
      *    month.
      *-----------------------------------------------------------------
       0100-VC-DATES.
           IF WS-VC-MM-N = 12 THEN
              COMPUTE WS-VC-SIG-N = (WS-VC-ANO-N + 1) * 10000 + 101
           ELSE
              COMPUTE WS-VC-SIG-N =
                 WS-VC-ANO-N * 10000 + (WS-VC-MM-N + 1) * 100 + 1
           END-IF
           COMPUTE WS-VC-CORTE-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-VC-SIG-N) - 1)
           MOVE WS-VC-CORTE-N TO WS-VC-CORTE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-LOAD : Totals the receipts of the month. A receipt
      *    of an article with no standard cost has nothing to be
      *    compared with and is only counted.
      *-----------------------------------------------------------------
       0100-VC-LOAD.
           MOVE 0 TO WS-VC-CNT
           MOVE 0 TO WS-VC-RECIBOS
           MOVE 0 TO WS-VC-SINSTD
           MOVE 0 TO WS-VC-LLENA
           MOVE 0 TO WS-V-VC-NETA
           OPEN INPUT COSTOREC
           IF WS-CRC-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ COSTOREC
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CRC-FECHA(1:6) = WS-VC-MES THEN
                          PERFORM 0100-VC-RECEIPT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COSTOREC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-RECEIPT : One receipt: its variance at standard,
      *    (loaded cost - standard cost) x quantity, positive when it
      *    cost more than planned, added to its article, its vendor
      *    and its category.
      *-----------------------------------------------------------------
       0100-VC-RECEIPT.
           IF CRC-STDCOST = 0 THEN
              ADD 1 TO WS-VC-SINSTD
           ELSE
              ADD 1 TO WS-VC-RECIBOS
              COMPUTE WS-V-VC-STD ROUNDED = CRC-STDCOST * CRC-CANT
              COMPUTE WS-V-VC-REAL ROUNDED = CRC-COSTO * CRC-CANT
              COMPUTE WS-V-VC-VAR = WS-V-VC-REAL - WS-V-VC-STD
              ADD WS-V-VC-VAR TO WS-V-VC-NETA
              MOVE 1 TO WS-VC-NIVEL
              MOVE CRC-CODART TO WS-VC-CODIGO
              PERFORM 0100-VC-ADD THRU 0100-VC-ADD-FIN
              MOVE 2 TO WS-VC-NIVEL
              MOVE CRC-PROV TO WS-VC-CODIGO
              PERFORM 0100-VC-ADD THRU 0100-VC-ADD-FIN
              MOVE 3 TO WS-VC-NIVEL
              MOVE CRC-CATEGORY TO WS-VC-CODIGO
              PERFORM 0100-VC-ADD THRU 0100-VC-ADD-FIN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-ADD : Adds the receipt to the entry of WS-VC-NIVEL
      *    and WS-VC-CODIGO, opening it when it is the first one.
      *-----------------------------------------------------------------
       0100-VC-ADD.
           MOVE 0 TO WS-VC-HALLADO
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-CNT OR WS-VC-HALLADO > 0
              IF WS-VC-T-NIVEL(WS-VC-IDX) = WS-VC-NIVEL
              AND WS-VC-T-CODIGO(WS-VC-IDX) = WS-VC-CODIGO THEN
                 MOVE WS-VC-IDX TO WS-VC-HALLADO
              END-IF
           END-PERFORM
           IF WS-VC-HALLADO = 0 THEN
              IF WS-VC-CNT NOT < 700 THEN
                 MOVE 1 TO WS-VC-LLENA
                 GO TO 0100-VC-ADD-FIN
              END-IF
              ADD 1 TO WS-VC-CNT
              MOVE WS-VC-CNT TO WS-VC-HALLADO
              MOVE WS-VC-NIVEL TO WS-VC-T-NIVEL(WS-VC-CNT)
              MOVE WS-VC-CODIGO TO WS-VC-T-CODIGO(WS-VC-CNT)
              MOVE 0 TO WS-VC-T-RECIBOS(WS-VC-CNT)
              MOVE 0 TO WS-VC-T-CANT(WS-VC-CNT)
              MOVE 0 TO WS-VC-T-STD(WS-VC-CNT)
              MOVE 0 TO WS-VC-T-REAL(WS-VC-CNT)
              MOVE 0 TO WS-VC-T-VAR(WS-VC-CNT)
           END-IF
           ADD 1 TO WS-VC-T-RECIBOS(WS-VC-HALLADO)
           ADD CRC-CANT TO WS-VC-T-CANT(WS-VC-HALLADO)
           ADD WS-V-VC-STD TO WS-VC-T-STD(WS-VC-HALLADO)
           ADD WS-V-VC-REAL TO WS-VC-T-REAL(WS-VC-HALLADO)
           ADD WS-V-VC-VAR TO WS-VC-T-VAR(WS-VC-HALLADO).
       0100-VC-ADD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-FEED : Feeds the sort with the totals of the month.
      *-----------------------------------------------------------------
       0100-VC-FEED.
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-CNT
              MOVE WS-VC-T-NIVEL(WS-VC-IDX) TO VCS-NIVEL
              MOVE WS-VC-T-VAR(WS-VC-IDX) TO VCS-VAR
              MOVE WS-VC-T-CODIGO(WS-VC-IDX) TO VCS-CODIGO
              MOVE WS-VC-T-RECIBOS(WS-VC-IDX) TO VCS-RECIBOS
              MOVE WS-VC-T-CANT(WS-VC-IDX) TO VCS-CANT
              MOVE WS-VC-T-STD(WS-VC-IDX) TO VCS-STD
              MOVE WS-VC-T-REAL(WS-VC-IDX) TO VCS-REAL
              RELEASE VCSRT-REC
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-LIST : Lists the totals, articles first, then
      *    vendors, then categories, each from the largest variance
      *    against us down to the largest in our favour.
      *-----------------------------------------------------------------
       0100-VC-LIST.
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              RETURN VCSRT
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    PERFORM 0100-VC-DETAIL
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-DETAIL : One sorted total on screen and in the CSV.
      *-----------------------------------------------------------------
       0100-VC-DETAIL.
           EVALUATE VCS-NIVEL
              WHEN 1
                 MOVE 'ART' TO WS-VC-NIV-TX
              WHEN 2
                 MOVE 'PRV' TO WS-VC-NIV-TX
              WHEN OTHER
                 MOVE 'CAT' TO WS-VC-NIV-TX
           END-EVALUATE
           MOVE 0 TO WS-V-VC-PCT
           IF VCS-STD > 0 THEN
              COMPUTE WS-V-VC-PCT ROUNDED = VCS-VAR * 100 / VCS-STD
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-V-VC-PCT
              END-COMPUTE
           END-IF
           MOVE VCS-RECIBOS TO WS-VC-CNT-ED
           MOVE VCS-STD TO WS-VC-ED1
           MOVE VCS-REAL TO WS-VC-ED2
           MOVE VCS-VAR TO WS-VC-ED3
           MOVE VCS-CANT TO WS-VC-ED4
           MOVE WS-V-VC-PCT TO WS-VC-PCT-ED
           PERFORM 0100-VC-NEWROW
           DISPLAY WS-VC-NIV-TX LINE WS-ROWCTRL COL 01
           DISPLAY VCS-CODIGO LINE WS-ROWCTRL COL 05
           DISPLAY WS-VC-CNT-ED LINE WS-ROWCTRL COL 21
           DISPLAY WS-VC-ED1 LINE WS-ROWCTRL COL 27
           DISPLAY WS-VC-ED2 LINE WS-ROWCTRL COL 40
           DISPLAY WS-VC-ED3 LINE WS-ROWCTRL COL 53
           DISPLAY WS-VC-PCT-ED LINE WS-ROWCTRL COL 66
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-VC-NIV-TX WS-CSV-DELIM VCS-CODIGO WS-CSV-DELIM
                  WS-VC-CNT-ED WS-CSV-DELIM WS-VC-ED4 WS-CSV-DELIM
                  WS-VC-ED1 WS-CSV-DELIM WS-VC-ED2 WS-CSV-DELIM
                  WS-VC-ED3 WS-CSV-DELIM WS-VC-PCT-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-POST : The variance pair of every category, dated
      *    the month end, to ASIENTOS.DAT as batch VARCOMP of the
      *    month, replacing what an earlier run of the month left
      *    there. A variance against us debits the purchase variance
      *    account and credits the category's inventory; one in our
      *    favour reverses the pair.
      *-----------------------------------------------------------------
       0100-VC-POST.
           MOVE 0 TO WS-VC-LINES
           MOVE 0 TO WS-V-VC-DEB
           MOVE 'VARCOMP' TO WS-ASI-ORIGEN
           MOVE WS-VC-MES TO WS-ASI-LOTE
           MOVE SPACES TO WS-VC-FNAME
           STRING 'ASIENTOS.DAT ' WS-ASI-ORIGEN ' ' WS-VC-MES
           DELIMITED BY SIZE INTO WS-VC-FNAME
           PERFORM 0100-ASI-ABRE
           PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                   UNTIL WS-VC-IDX > WS-VC-CNT
              IF WS-VC-T-NIVEL(WS-VC-IDX) = 3
              AND WS-VC-T-VAR(WS-VC-IDX) NOT = 0 THEN
                 PERFORM 0100-VC-POST-ONE
              END-IF
           END-PERFORM
           PERFORM 0100-ASI-CIERRA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-POST-ONE : The pair of one category.
      *-----------------------------------------------------------------
       0100-VC-POST-ONE.
           MOVE WS-VC-T-CODIGO(WS-VC-IDX) TO WS-VC-CODIGO
           PERFORM 0100-VC-GET-CUENTAS
           MOVE WS-VC-CORTE TO WS-ASI-FECHA
           MOVE 'VARIACION COMPRA' TO WS-ASI-CONCEPTO
           MOVE WS-VC-CODIGO TO WS-ASI-CATEGORY
           IF WS-VC-T-VAR(WS-VC-IDX) > 0 THEN
              MOVE WS-VC-T-VAR(WS-VC-IDX) TO WS-V-VC-VAL
              MOVE WS-VC-CTAVAR TO WS-ASI-CTADEB
              MOVE WS-VC-CTAINV TO WS-ASI-CTACRE
           ELSE
              COMPUTE WS-V-VC-VAL = 0 - WS-VC-T-VAR(WS-VC-IDX)
              MOVE WS-VC-CTAINV TO WS-ASI-CTADEB
              MOVE WS-VC-CTAVAR TO WS-ASI-CTACRE
           END-IF
           MOVE WS-V-VC-VAL TO WS-V-ASI-VAL
           PERFORM 0100-ASI-PAR
           ADD 2 TO WS-VC-LINES
           ADD WS-V-VC-VAL TO WS-V-VC-DEB
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-GET-CUENTAS : The purchase variance account is the
      *    adjustment account mapped in CUENTAS.DAT to the VAR-COMPRA
      *    category, or the general price variance one; the inventory
      *    account is the one of the category in WS-VC-CODIGO, or the
      *    general inventory one.
      *-----------------------------------------------------------------
       0100-VC-GET-CUENTAS.
           MOVE 'VAR-PRECIO' TO WS-VC-CTAVAR
           MOVE 'INV-GENERL' TO WS-VC-CTAINV
           OPEN INPUT CUENTAS
           IF WS-CTA-STATUS = '00' THEN
              MOVE WS-VC-CAT-VAR TO CTA-CATEGORY
              READ CUENTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-AJU TO WS-VC-CTAVAR
              END-READ
              MOVE WS-VC-CODIGO TO CTA-CATEGORY
              READ CUENTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-INV TO WS-VC-CTAINV
              END-READ
           END-IF
           CLOSE CUENTAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-CSV-OPEN : Opens the CSV of the report with its
      *    header.
      *-----------------------------------------------------------------
       0100-VC-CSV-OPEN.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'VARCOMPRA_' WS-RPT-STAMP '.CSV'
           DELIMITED BY SIZE INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'VARIACION PRECIO DE COMPRA DEL MES' WS-CSV-DELIM
                  WS-VC-MES
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'NIVEL' WS-CSV-DELIM 'CODIGO' WS-CSV-DELIM
                  'RECIBOS' WS-CSV-DELIM 'CANTIDAD' WS-CSV-DELIM
                  'VALOR_ESTANDAR' WS-CSV-DELIM 'VALOR_REAL'
                  WS-CSV-DELIM 'VARIACION' WS-CSV-DELIM 'PCT'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VC-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-VC-NEWROW.
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
       copy "ASIPOST.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM VARCOM01.
