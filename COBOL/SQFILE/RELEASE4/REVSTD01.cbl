      ******************************************************************
      * Program      : REVSTD01.cbl                                    *
      * Purpose      : Standard cost revision of the catalog. Proposes *
      *                a new STDCOST per article from its last         *
      *                purchase cost (COSTOREC.DAT), its average cost  *
      *                or the file STDNUEVO.CSV (CODIGO;COSTO), and    *
      *                previews old and new standard with the          *
      *                revaluation of the current stock per article    *
      *                and per category, on screen and as a CSV        *
      *                registered in INFORMES.LOG. On confirmation,    *
      *                signed by a supervisor, applies every new       *
      *                standard in one step: the prior one is kept in  *
      *                STDHIST.DAT, each change is audited and the     *
      *                revaluation is posted per category to           *
      *                ASIENTOS.DAT, from where the accounting extract *
      *                (CONTAB01) carries it into CONTABLE.INT.        *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Posts the revaluation to        *
      *                                ASIENTOS.DAT, carried into      *
      *                                CONTABLE.INT by the accounting  *
      *                                extract, instead of a file of   *
      *                                its own.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSTD01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CRCSEL.cpy".
       copy "STHSEL.cpy".
      *
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CATEGORY
           FILE STATUS  IS WS-CTA-STATUS.
      *
           SELECT OPTIONAL STDNUEVO ASSIGN TO "STDNUEVO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-SN-STATUS.
      *
           SELECT REVWRK ASSIGN TO "REVSTD.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RVW-STATUS.
      *
       copy "ASISEL.cpy".
      *
           SELECT RVSRT ASSIGN TO "REVSRT.TMP".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "CRCFD.cpy".
      *
       copy "STHFD.cpy".
      *
       FD CUENTAS.
       01 CTA-REG.
           02 CTA-CATEGORY          PIC X(15).
           02 CTA-INV               PIC X(10).
           02 CTA-AJU               PIC X(10).
      *
       FD STDNUEVO.
       01 SN-REG                    PIC X(80).
      *
      *    THE ARTICLES WHOSE STANDARD CHANGES, AS PREVIEWED.
       FD REVWRK.
       01 RVW-REG.
           02 RVW-CODART            PIC X(10).
           02 RVW-CATEGORY          PIC X(15).
           02 RVW-CANT              PIC 9(5)V99.
           02 RVW-STDANT            PIC 9(5)V99.
           02 RVW-STDNUE            PIC 9(5)V99.
           02 RVW-REVAL             PIC S9(11)V99.
      *
       copy "ASIFD.cpy".
      *
      *    COSTOREC.DAT IN ARTICLE AND DATE ORDER, FOR THE LAST
      *    PURCHASE COST OF EACH ARTICLE.
       SD RVSRT.
       01 RVSRT-REC.
           02 RVS-FECHA             PIC X(08).
           02 RVS-CODART            PIC X(10).
           02 FILLER                PIC X(25).
           02 RVS-CANT              PIC 9(5)V99.
           02 RVS-COSTO             PIC 9(5)V99.
           02 FILLER                PIC X(47).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ASIWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-STH-STATUS      PIC XX.
           77 WS-CTA-STATUS      PIC XX.
           77 WS-SN-STATUS       PIC XX.
           77 WS-RVW-STATUS      PIC XX.
           77 WS-RV-FNAME        PIC X(36).
           77 WS-RV-CAT-REV      PIC X(15) VALUE 'REVAL-STD'.
           77 WS-RV-CTAREV       PIC X(10).
           77 WS-RV-CTAINV       PIC X(10).
           77 WS-RV-ORIGEN       PIC X(01).
           77 WS-RV-CONF         PIC X(01).
           77 WS-RV-HOY          PIC X(08).
           77 WS-RV-CATEG        PIC X(15).
           77 WS-RV-PREV-COD     PIC X(10).
           77 WS-RV-F-COD        PIC X(20).
           77 WS-RV-F-COSTO      PIC X(20).
           77 WS-RV-ERR          PIC 9 VALUE 0.
           77 WS-RV-LLENA        PIC 9 VALUE 0.
           77 WS-RV-FIRST        PIC 9 VALUE 0.
           77 WS-RV-CNT          PIC 9(05) VALUE 0.
           77 WS-RV-APLIC        PIC 9(05) VALUE 0.
           77 WS-RV-OMIT         PIC 9(05) VALUE 0.
           77 WS-RV-RECHAZ       PIC 9(05) VALUE 0.
           77 WS-RV-LINES        PIC 9(05) VALUE 0.
           77 WS-RV-CCNT         PIC 9(03) VALUE 0.
           77 WS-RV-CIDX         PIC 9(03) VALUE 0.
           77 WS-RV-HALLADO      PIC 9(03) VALUE 0.
           77 WS-RV-CNT-ED       PIC ZZZZ9.
           77 WS-V-RV-ANT        PIC 9(5)V99 VALUE 0.
           77 WS-V-RV-NUEVO      PIC 9(5)V99 VALUE 0.
           77 WS-V-RV-ULT        PIC 9(5)V99 VALUE 0.
           77 WS-V-RV-CANT       PIC 9(5)V99 VALUE 0.
           77 WS-V-RV-REVAL      PIC S9(11)V99 VALUE 0.
           77 WS-V-RV-TOTAL      PIC S9(13)V99 VALUE 0.
           77 WS-V-RV-VAL        PIC 9(13)V99 VALUE 0.
           77 WS-V-RV-DEB        PIC 9(13)V99 VALUE 0.
           77 WS-RV-ED1          PIC ZZZZ9.99.
           77 WS-RV-ED2          PIC ZZZZ9.99.
           77 WS-RV-ED3          PIC ZZZZ9.99.
           77 WS-RV-ED4          PIC -ZZZZZZZZZ9.99.
      *
      *    THE REVALUATION PER CATEGORY.
       01 WS-RV-CATS.
           02 WS-RV-CAT-ENTRY OCCURS 100 TIMES.
               03 WS-RV-C-CATEG     PIC X(15).
               03 WS-RV-C-CNT       PIC 9(05).
               03 WS-RV-C-REVAL     PIC S9(13)V99.
      *
           77 WS-ST-RV     PIC X(25) VALUE 'REVISION COSTO ESTANDAR  '.
           77 WS-MSG-RVOR PIC X(80) VALUE ' Origen: 1-Ultima compra '-
       ' 2-Costo promedio  3-Archivo STDNUEVO.CSV  9-Sale [ ]  '.
           77 WS-MSG-RVNR PIC X(80) VALUE ' No hay costos de recibo '-
       'registrados en COSTOREC.DAT.                           '.
           77 WS-MSG-RVNF PIC X(80) VALUE ' No existe el archivo STD'-
       'NUEVO.CSV (CODIGO;COSTO).                              '.
           77 WS-MSG-RVN0 PIC X(80) VALUE ' Ningun articulo cambia d'-
       'e costo estandar.                                      '.
           77 WS-MSG-RVCT PIC X(80) VALUE ' Tabla de categorias llen'-
       'a; los totales estan incompletos.                      '.
           77 WS-MSG-RVCS PIC X(80) VALUE ' Vista previa en CSV regi'-
       'strada en INFORMES.LOG.                                '.
           77 WS-MSG-RVCF PIC X(80) VALUE ' Aplicar los nuevos costo'-
       's estandar? S/N:                                       '.
           77 WS-MSG-RVOK PIC X(80) VALUE ' Revision aplicada. Estan'-
       'dares anteriores en STDHIST.DAT.                       '.
           77 WS-MSG-RVIN PIC X(80) VALUE ' Asiento de revalorizacio'-
       'n generado:                                            '.
           77 WS-LB-RV    PIC X(70) VALUE 'CODIGO     CATEGORIA      '-
       ' EXISTENC   STD ANT   STD NUE REVALORIZACION'.
           77 WS-LB-RVC   PIC X(40) VALUE 'CATEGORIA    ARTICULOS   '-
       ' REVALORIZACION'.
           77 WS-LB-RVTT  PIC X(20) VALUE 'Revalorizacion.....:'.
           77 WS-LB-RVRJ  PIC X(20) VALUE 'Lineas rechazadas..:'.
           77 WS-LB-RVAP  PIC X(20) VALUE 'Articulos revisados:'.
           77 WS-LB-RVOM  PIC X(20) VALUE 'Omitidos (cambiaron)'.
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
           PERFORM 0100-DISP-HEADS
           PERFORM 0100-REVISION THRU 0100-REVISION-FIN
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-DISP-HEADS : Displays main presentation of screen.
      *-----------------------------------------------------------------
       0100-DISP-HEADS.
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-RV          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REVISION : Builds the proposal from the chosen source,
      *    previews it and, confirmed and signed by a supervisor,
      *    applies it and posts the revaluation.
      *-----------------------------------------------------------------
       0100-REVISION.
           DISPLAY WS-MSG-RVOR LINE 06 COL 01
           MOVE SPACES TO WS-RV-ORIGEN
           ACCEPT WS-RV-ORIGEN LINE 06 COL 77
           IF WS-RV-ORIGEN NOT = '1' AND WS-RV-ORIGEN NOT = '2'
           AND WS-RV-ORIGEN NOT = '3' THEN
              GO TO 0100-REVISION-FIN
           END-IF
           PERFORM 0100-RV-BUILD THRU 0100-RV-BUILD-FIN
           IF WS-RV-ERR = 1 THEN
              GO TO 0100-REVISION-FIN
           END-IF
           IF WS-RV-CNT = 0 THEN
              DISPLAY WS-MSG-RVN0 LINE 22 COL 01
              GO TO 0100-REVISION-FIN
           END-IF
           PERFORM 0100-RV-PREVIEW
           DISPLAY WS-MSG-RVCF LINE 22 COL 01
           MOVE SPACES TO WS-RV-CONF
           ACCEPT WS-RV-CONF LINE 22 COL 45
           MOVE FUNCTION UPPER-CASE(WS-RV-CONF) TO WS-RV-CONF
           IF WS-RV-CONF NOT = 'S' THEN
              GO TO 0100-REVISION-FIN
           END-IF
           IF WS-ROLE-SUPERVISOR THEN
              MOVE WS-OPERATOR-ID TO WS-SGN-ID
           ELSE
              PERFORM 0100-SUPERVISOR-SIGN
              IF WS-SGN-OK = 0 THEN
                 GO TO 0100-REVISION-FIN
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-RV-HOY
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              GO TO 0100-REVISION-FIN
           END-IF
           PERFORM 0100-RV-APPLY
           PERFORM 0100-RV-POST
           PERFORM 0100-DISP-HEADS
           MOVE WS-RV-APLIC TO WS-RV-CNT-ED
           DISPLAY WS-LB-RVAP LINE 08 COL 01
           DISPLAY WS-RV-CNT-ED LINE 08 COL 22
           MOVE WS-RV-OMIT TO WS-RV-CNT-ED
           DISPLAY WS-LB-RVOM LINE 09 COL 01
           DISPLAY WS-RV-CNT-ED LINE 09 COL 22
           MOVE WS-V-RV-TOTAL TO WS-RV-ED4
           DISPLAY WS-LB-RVTT LINE 10 COL 01
           DISPLAY WS-RV-ED4 LINE 10 COL 22
           DISPLAY WS-MSG-RVOK LINE 21 COL 01
           IF WS-RV-LINES > 0 THEN
              DISPLAY WS-MSG-RVIN LINE 22 COL 01
              DISPLAY WS-RV-FNAME LINE 22 COL 38
           END-IF.
       0100-REVISION-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-BUILD : Writes to REVSTD.TMP every article whose
      *    proposed standard differs from its current one, with the
      *    revaluation of its stock, and totals it per category.
      *-----------------------------------------------------------------
       0100-RV-BUILD.
           MOVE 0 TO WS-RV-ERR
           MOVE 0 TO WS-RV-CNT
           MOVE 0 TO WS-RV-RECHAZ
           MOVE 0 TO WS-RV-CCNT
           MOVE 0 TO WS-RV-LLENA
           MOVE 0 TO WS-V-RV-TOTAL
           IF WS-RV-ORIGEN = '1' THEN
              OPEN INPUT COSTOREC
              IF WS-CRC-STATUS NOT = '00' THEN
                 CLOSE COSTOREC
                 DISPLAY WS-MSG-RVNR LINE 22 COL 01
                 MOVE 1 TO WS-RV-ERR
                 GO TO 0100-RV-BUILD-FIN
              END-IF
              CLOSE COSTOREC
           END-IF
           IF WS-RV-ORIGEN = '3' THEN
              OPEN INPUT STDNUEVO
              IF WS-SN-STATUS NOT = '00' THEN
                 CLOSE STDNUEVO
                 DISPLAY WS-MSG-RVNF LINE 22 COL 01
                 MOVE 1 TO WS-RV-ERR
                 GO TO 0100-RV-BUILD-FIN
              END-IF
           END-IF
           OPEN OUTPUT REVWRK
           OPEN INPUT INVENTARIO
           EVALUATE WS-RV-ORIGEN
              WHEN '1'
                 SORT RVSRT
                    ON ASCENDING KEY RVS-CODART RVS-FECHA
                    USING COSTOREC
                    OUTPUT PROCEDURE IS 0100-RV-LAST-COST
              WHEN '2'
                 PERFORM 0100-RV-FROM-AVG
              WHEN OTHER
                 PERFORM 0100-RV-FROM-FILE
                 CLOSE STDNUEVO
           END-EVALUATE
           CLOSE INVENTARIO
           CLOSE REVWRK.
       0100-RV-BUILD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-LAST-COST : The receipts come in article and date
      *    order; the last one of each article gives its proposal.
      *-----------------------------------------------------------------
       0100-RV-LAST-COST.
           MOVE 1 TO WS-RV-FIRST
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              RETURN RVSRT
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF WS-RV-FIRST = 0
                    AND RVS-CODART NOT = WS-RV-PREV-COD THEN
                       PERFORM 0100-RV-LAST-ONE
                    END-IF
                    MOVE 0 TO WS-RV-FIRST
                    MOVE RVS-CODART TO WS-RV-PREV-COD
                    MOVE RVS-COSTO TO WS-V-RV-ULT
           END-PERFORM
           IF WS-RV-FIRST = 0 THEN
              PERFORM 0100-RV-LAST-ONE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-LAST-ONE : Proposal of the article just ended.
      *-----------------------------------------------------------------
       0100-RV-LAST-ONE.
           MOVE WS-RV-PREV-COD TO CODART
           READ INVENTARIO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-V-RV-ULT TO WS-V-RV-NUEVO
                 PERFORM 0100-RV-PROPOSE THRU 0100-RV-PROPOSE-FIN
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-FROM-AVG : The average cost of every article becomes
      *    its proposal.
      *-----------------------------------------------------------------
       0100-RV-FROM-AVG.
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE AVGCOST TO WS-V-RV-NUEVO
                    PERFORM 0100-RV-PROPOSE THRU 0100-RV-PROPOSE-FIN
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-FROM-FILE : One proposal per line of STDNUEVO.CSV.
      *    A heading, an unreadable cost or an unknown article is
      *    counted as rejected.
      *-----------------------------------------------------------------
       0100-RV-FROM-FILE.
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ STDNUEVO
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    PERFORM 0100-RV-FILE-LINE
                       THRU 0100-RV-FILE-LINE-FIN
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-FILE-LINE : Splits and checks one line of the file.
      *-----------------------------------------------------------------
       0100-RV-FILE-LINE.
           IF SN-REG = SPACES THEN
              GO TO 0100-RV-FILE-LINE-FIN
           END-IF
           MOVE SPACES TO WS-RV-F-COD
           MOVE SPACES TO WS-RV-F-COSTO
           UNSTRING SN-REG DELIMITED BY ';'
              INTO WS-RV-F-COD
                   WS-RV-F-COSTO
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-RV-F-COSTO) NOT = 0 THEN
              ADD 1 TO WS-RV-RECHAZ
              GO TO 0100-RV-FILE-LINE-FIN
           END-IF
           COMPUTE WS-V-RV-NUEVO = FUNCTION NUMVAL(WS-RV-F-COSTO)
           MOVE FUNCTION UPPER-CASE(WS-RV-F-COD) TO CODART
           READ INVENTARIO
              INVALID KEY
                 ADD 1 TO WS-RV-RECHAZ
              NOT INVALID KEY
                 PERFORM 0100-RV-PROPOSE THRU 0100-RV-PROPOSE-FIN
           END-READ.
       0100-RV-FILE-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-PROPOSE : With the article in INVENT-REG and its
      *    proposal in WS-V-RV-NUEVO: when the standard changes, its
      *    line in REVSTD.TMP, (new - old standard) x stock on hand.
      *-----------------------------------------------------------------
       0100-RV-PROPOSE.
           MOVE STDCOST TO WS-V-RV-ANT
           IF WS-V-RV-NUEVO = 0 OR WS-V-RV-NUEVO = WS-V-RV-ANT THEN
              GO TO 0100-RV-PROPOSE-FIN
           END-IF
           MOVE CANT TO WS-V-RV-CANT
           COMPUTE WS-V-RV-REVAL =
              (WS-V-RV-NUEVO - WS-V-RV-ANT) * WS-V-RV-CANT
           MOVE CODART TO RVW-CODART
           MOVE CATEGORY TO RVW-CATEGORY
           MOVE WS-V-RV-CANT TO RVW-CANT
           MOVE WS-V-RV-ANT TO RVW-STDANT
           MOVE WS-V-RV-NUEVO TO RVW-STDNUE
           MOVE WS-V-RV-REVAL TO RVW-REVAL
           WRITE RVW-REG
           ADD 1 TO WS-RV-CNT
           MOVE CATEGORY TO WS-RV-CATEG
           PERFORM 0100-RV-CAT-ADD THRU 0100-RV-CAT-ADD-FIN.
       0100-RV-PROPOSE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-CAT-ADD : Adds WS-V-RV-REVAL to the category in
      *    WS-RV-CATEG and to the grand total.
      *-----------------------------------------------------------------
       0100-RV-CAT-ADD.
           ADD WS-V-RV-REVAL TO WS-V-RV-TOTAL
           MOVE 0 TO WS-RV-HALLADO
           PERFORM VARYING WS-RV-CIDX FROM 1 BY 1
                   UNTIL WS-RV-CIDX > WS-RV-CCNT OR WS-RV-HALLADO > 0
              IF WS-RV-C-CATEG(WS-RV-CIDX) = WS-RV-CATEG THEN
                 MOVE WS-RV-CIDX TO WS-RV-HALLADO
              END-IF
           END-PERFORM
           IF WS-RV-HALLADO = 0 THEN
              IF WS-RV-CCNT NOT < 100 THEN
                 MOVE 1 TO WS-RV-LLENA
                 GO TO 0100-RV-CAT-ADD-FIN
              END-IF
              ADD 1 TO WS-RV-CCNT
              MOVE WS-RV-CCNT TO WS-RV-HALLADO
              MOVE WS-RV-CATEG TO WS-RV-C-CATEG(WS-RV-CCNT)
              MOVE 0 TO WS-RV-C-CNT(WS-RV-CCNT)
              MOVE 0 TO WS-RV-C-REVAL(WS-RV-CCNT)
           END-IF
           ADD 1 TO WS-RV-C-CNT(WS-RV-HALLADO)
           ADD WS-V-RV-REVAL TO WS-RV-C-REVAL(WS-RV-HALLADO).
       0100-RV-CAT-ADD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-PREVIEW : Lists the proposal per article, then per
      *    category, on screen and in the CSV.
      *-----------------------------------------------------------------
       0100-RV-PREVIEW.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'REVSTD_' WS-RPT-STAMP '.CSV'
           DELIMITED BY SIZE INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'ARTICULO' WS-CSV-DELIM 'CATEGORIA' WS-CSV-DELIM
                  'EXISTENCIA' WS-CSV-DELIM 'STD_ANTERIOR'
                  WS-CSV-DELIM 'STD_NUEVO' WS-CSV-DELIM
                  'REVALORIZACION'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           DISPLAY WS-LB-RV LINE 08 COL 01
           MOVE 8 TO WS-ROWCTRL
           OPEN INPUT REVWRK
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ REVWRK
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    PERFORM 0100-RV-PREVIEW-ONE
              END-READ
           END-PERFORM
           CLOSE REVWRK
           DISPLAY WS-MSG-AN1 LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           PERFORM 0100-DISP-HEADS
           DISPLAY WS-LB-RVC LINE 08 COL 01
           MOVE 8 TO WS-ROWCTRL
           PERFORM VARYING WS-RV-CIDX FROM 1 BY 1
                   UNTIL WS-RV-CIDX > WS-RV-CCNT
              MOVE WS-RV-C-CNT(WS-RV-CIDX) TO WS-RV-CNT-ED
              MOVE WS-RV-C-REVAL(WS-RV-CIDX) TO WS-RV-ED4
              PERFORM 0100-RV-NEWROW
              DISPLAY WS-RV-C-CATEG(WS-RV-CIDX)
                 LINE WS-ROWCTRL COL 01
              DISPLAY WS-RV-CNT-ED LINE WS-ROWCTRL COL 18
              DISPLAY WS-RV-ED4 LINE WS-ROWCTRL COL 27
              MOVE SPACES TO OUTPUT-RECORD
              STRING 'CATEGORIA' WS-CSV-DELIM
                     WS-RV-C-CATEG(WS-RV-CIDX) WS-CSV-DELIM
                     WS-RV-CNT-ED WS-CSV-DELIM WS-CSV-DELIM
                     WS-CSV-DELIM WS-RV-ED4
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-PERFORM
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           MOVE WS-V-RV-TOTAL TO WS-RV-ED4
           DISPLAY WS-LB-RVTT LINE 19 COL 01
           DISPLAY WS-RV-ED4 LINE 19 COL 27
           IF WS-RV-RECHAZ > 0 THEN
              MOVE WS-RV-RECHAZ TO WS-RV-CNT-ED
              DISPLAY WS-LB-RVRJ LINE 19 COL 45
              DISPLAY WS-RV-CNT-ED LINE 19 COL 66
           END-IF
           DISPLAY WS-MSG-RVCS LINE 20 COL 01
           IF WS-RV-LLENA = 1 THEN
              DISPLAY WS-MSG-RVCT LINE 21 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-PREVIEW-ONE : One article of the proposal.
      *-----------------------------------------------------------------
       0100-RV-PREVIEW-ONE.
           MOVE RVW-CANT TO WS-RV-ED1
           MOVE RVW-STDANT TO WS-RV-ED2
           MOVE RVW-STDNUE TO WS-RV-ED3
           MOVE RVW-REVAL TO WS-RV-ED4
           PERFORM 0100-RV-NEWROW
           DISPLAY RVW-CODART LINE WS-ROWCTRL COL 01
           DISPLAY RVW-CATEGORY LINE WS-ROWCTRL COL 12
           DISPLAY WS-RV-ED1 LINE WS-ROWCTRL COL 28
           DISPLAY WS-RV-ED2 LINE WS-ROWCTRL COL 38
           DISPLAY WS-RV-ED3 LINE WS-ROWCTRL COL 48
           DISPLAY WS-RV-ED4 LINE WS-ROWCTRL COL 57
           MOVE SPACES TO OUTPUT-RECORD
           STRING RVW-CODART WS-CSV-DELIM RVW-CATEGORY WS-CSV-DELIM
                  WS-RV-ED1 WS-CSV-DELIM WS-RV-ED2 WS-CSV-DELIM
                  WS-RV-ED3 WS-CSV-DELIM WS-RV-ED4
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-APPLY : Applies the proposal in one pass. An article
      *    whose standard changed since the preview is left alone; the
      *    rest keep their prior standard in STDHIST.DAT, get the new
      *    one, are audited and are revalued on their stock now.
      *-----------------------------------------------------------------
       0100-RV-APPLY.
           MOVE 0 TO WS-RV-APLIC
           MOVE 0 TO WS-RV-OMIT
           MOVE 0 TO WS-RV-CCNT
           MOVE 0 TO WS-RV-LLENA
           MOVE 0 TO WS-V-RV-TOTAL
           OPEN INPUT REVWRK
           OPEN I-O INVENTARIO
           OPEN EXTEND STDHIST
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ REVWRK
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    PERFORM 0100-RV-APPLY-ONE
                       THRU 0100-RV-APPLY-ONE-FIN
              END-READ
           END-PERFORM
           CLOSE STDHIST
           CLOSE INVENTARIO
           CLOSE REVWRK
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-APPLY-ONE : One article of the proposal.
      *-----------------------------------------------------------------
       0100-RV-APPLY-ONE.
           MOVE RVW-CODART TO CODART
           READ INVENTARIO
              INVALID KEY
                 ADD 1 TO WS-RV-OMIT
                 GO TO 0100-RV-APPLY-ONE-FIN
           END-READ
           MOVE STDCOST TO WS-V-RV-ANT
           IF WS-V-RV-ANT NOT = RVW-STDANT THEN
              ADD 1 TO WS-RV-OMIT
              GO TO 0100-RV-APPLY-ONE-FIN
           END-IF
           MOVE CANT TO WS-V-RV-CANT
           COMPUTE WS-V-RV-REVAL =
              (RVW-STDNUE - WS-V-RV-ANT) * WS-V-RV-CANT
           MOVE SPACES TO STH-REG
           MOVE WS-RV-HOY TO STH-FECHA
           MOVE CODART TO STH-CODART
           MOVE CATEGORY TO STH-CATEGORY
           MOVE WS-V-RV-ANT TO STH-STDANT
           MOVE RVW-STDNUE TO STH-STDNUE
           MOVE WS-V-RV-CANT TO STH-CANT
           MOVE WS-V-RV-REVAL TO STH-REVAL
           MOVE WS-RV-ORIGEN TO STH-ORIGEN
           MOVE WS-OPERATOR-ID TO STH-OPERADOR
           MOVE WS-SGN-ID TO STH-AUTORIZA
           WRITE STH-REG
           MOVE STDCOST TO WS-RV-ED2
           MOVE RVW-STDNUE TO STDCOST
           REWRITE INVENT-REG
           MOVE CODART TO WS-CODART
           MOVE 'REV-STD' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'STDCOST ' WS-RV-ED2
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'STDCOST ' STDCOST ' ORIGEN ' WS-RV-ORIGEN
                  ' AUTORIZA ' WS-SGN-ID
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           ADD 1 TO WS-RV-APLIC
           MOVE CATEGORY TO WS-RV-CATEG
           PERFORM 0100-RV-CAT-ADD THRU 0100-RV-CAT-ADD-FIN.
       0100-RV-APPLY-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-POST : The revaluation pair of every category, dated
      *    today, to ASIENTOS.DAT as a batch of its own. A stock worth
      *    more at the new standard debits the category's inventory
      *    and credits the revaluation account; one worth less
      *    reverses the pair.
      *-----------------------------------------------------------------
       0100-RV-POST.
           MOVE 0 TO WS-RV-LINES
           MOVE 0 TO WS-V-RV-DEB
           MOVE 'REVSTD' TO WS-ASI-ORIGEN
           MOVE WS-DATETIME(1:14) TO WS-ASI-LOTE
           MOVE SPACES TO WS-RV-FNAME
           STRING 'ASIENTOS.DAT ' WS-ASI-ORIGEN ' ' WS-ASI-LOTE
           DELIMITED BY SIZE INTO WS-RV-FNAME
           PERFORM VARYING WS-RV-CIDX FROM 1 BY 1
                   UNTIL WS-RV-CIDX > WS-RV-CCNT
              IF WS-RV-C-REVAL(WS-RV-CIDX) NOT = 0 THEN
                 PERFORM 0100-RV-POST-ONE
              END-IF
           END-PERFORM
           PERFORM 0100-ASI-CIERRA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-POST-ONE : The pair of one category.
      *-----------------------------------------------------------------
       0100-RV-POST-ONE.
           MOVE WS-RV-C-CATEG(WS-RV-CIDX) TO WS-RV-CATEG
           PERFORM 0100-RV-GET-CUENTAS
           MOVE WS-RV-HOY TO WS-ASI-FECHA
           MOVE 'REVALORIZ. STD' TO WS-ASI-CONCEPTO
           MOVE WS-RV-CATEG TO WS-ASI-CATEGORY
           IF WS-RV-C-REVAL(WS-RV-CIDX) > 0 THEN
              MOVE WS-RV-C-REVAL(WS-RV-CIDX) TO WS-V-RV-VAL
              MOVE WS-RV-CTAINV TO WS-ASI-CTADEB
              MOVE WS-RV-CTAREV TO WS-ASI-CTACRE
           ELSE
              COMPUTE WS-V-RV-VAL = 0 - WS-RV-C-REVAL(WS-RV-CIDX)
              MOVE WS-RV-CTAREV TO WS-ASI-CTADEB
              MOVE WS-RV-CTAINV TO WS-ASI-CTACRE
           END-IF
           MOVE WS-V-RV-VAL TO WS-V-ASI-VAL
           PERFORM 0100-ASI-PAR
           ADD 2 TO WS-RV-LINES
           ADD WS-V-RV-VAL TO WS-V-RV-DEB
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-GET-CUENTAS : The revaluation account is the
      *    adjustment account mapped in CUENTAS.DAT to the REVAL-STD
      *    category, or the general one; the inventory account is the
      *    one of the category in WS-RV-CATEG, or the general one.
      *-----------------------------------------------------------------
       0100-RV-GET-CUENTAS.
           MOVE 'REVAL-STD' TO WS-RV-CTAREV
           MOVE 'INV-GENERL' TO WS-RV-CTAINV
           OPEN INPUT CUENTAS
           IF WS-CTA-STATUS = '00' THEN
              MOVE WS-RV-CAT-REV TO CTA-CATEGORY
              READ CUENTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-AJU TO WS-RV-CTAREV
              END-READ
              MOVE WS-RV-CATEG TO CTA-CATEGORY
              READ CUENTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-INV TO WS-RV-CTAINV
              END-READ
           END-IF
           CLOSE CUENTAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RV-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-RV-NEWROW.
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
       copy "AUDIT.cpy".
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
       END PROGRAM REVSTD01.
