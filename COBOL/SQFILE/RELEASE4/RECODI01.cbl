      ******************************************************************
      * Program      : RECODI01.cbl                                    *
      * Purpose      : Article code renumbering. A supervisor moves    *
      *                one CODART to a new code, or folds it into an   *
      *                existing article: the INVENTARIO record and     *
      *                every file that carries the code (lots, bins,   *
      *                warehouse stock, notes, cost layers,            *
      *                consignment, kit components, price lists,       *
      *                promotions, serials, reservations, layaways,    *
      *                purchase-order lines, the kardex and the        *
      *                customer item codes) follow it.                 *
      *                Shows a preview of the records per file before  *
      *                asking for confirmation, audits the change and  *
      *                leaves the old code in CODXREF.DAT so the       *
      *                article lookups keep accepting it for the       *
      *                transition period.                              *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Customer item codes in          *
      *                                CLIARTIC.DAT follow the         *
      *                                renumbered article.             *
      * 15-oct-2026    R. Urquijo      Warehouse stock layout moved to *
      *                                SALSEL/SALFD copybooks.         *
      * 15-oct-2026    R. Urquijo      Bin layout moved to BINSEL/BINFD*
      *                                copybooks.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECODI01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "LPRSEL.cpy".
      *
       copy "PMOSEL.cpy".
      *
       copy "SERSEL.cpy".
      *
       copy "RSVSEL.cpy".
      *
       copy "SEPSEL.cpy".
      *
       copy "PEDSEL.cpy".
      *
       copy "CAASEL.cpy".
      *
       copy "XRFSEL.cpy".
      *
       copy "BINSEL.cpy".
      *
       copy "SALSEL.cpy".
      *
           SELECT COMPONEN ASSIGN TO "COMPONEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KIT-CLAVE
           FILE STATUS  IS WS-KIT-STATUS.
      *
           SELECT OPTIONAL MOVTEMP ASSIGN TO "MOVIMIENTOS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MVT-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "LPRFD.cpy".
      *
       copy "PMOFD.cpy".
      *
       copy "SERFD.cpy".
      *
       copy "RSVFD.cpy".
      *
       copy "SEPFD.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "CAAFD.cpy".
      *
       copy "XRFFD.cpy".
      *
       copy "BINFD.cpy".
      *
       copy "SALFD.cpy".
      *
       FD COMPONEN.
       01 KIT-REG.
           02 KIT-CLAVE.
               03 KIT-PADRE         PIC X(10).
               03 KIT-COMP          PIC X(10).
           02 KIT-CANT              PIC ZZZZ9.99.
      *
       FD MOVTEMP.
       01 MOVTEMP-RECORD       PIC X(100).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-LPR-STATUS      PIC XX.
           77 WS-PMO-STATUS      PIC XX.
           77 WS-SER-STATUS      PIC XX.
           77 WS-SRA-STATUS      PIC XX.
           77 WS-RSV-STATUS      PIC XX.
           77 WS-SEP-STATUS      PIC XX.
           77 WS-PED-STATUS      PIC XX.
           77 WS-CAA-STATUS      PIC XX.
           77 WS-BIN-STATUS      PIC XX.
           77 WS-SAL-STATUS      PIC XX.
           77 WS-KIT-STATUS      PIC XX.
           77 WS-MVT-STATUS      PIC XX.
           77 WS-RC-VIEJO        PIC X(10).
           77 WS-RC-NUEVO        PIC X(10).
           77 WS-RC-DESC-V       PIC X(35).
           77 WS-RC-DESC-N       PIC X(35).
           77 WS-RC-UNID-V       PIC X(15).
           77 WS-RC-BARCODE      PIC X(13).
           77 WS-RC-FOUND        PIC 9 VALUE 0.
           77 WS-RC-FUSION       PIC 9 VALUE 0.
           77 WS-RC-APLICA       PIC 9 VALUE 0.
           77 WS-RC-DONE         PIC 9 VALUE 0.
           77 WS-RC-SKIP         PIC 9 VALUE 0.
           77 WS-RC-WRT-OK       PIC 9 VALUE 0.
           77 WS-RC-IDX          PIC 9(02) VALUE 0.
           77 WS-RC-N            PIC 9(05) VALUE 0.
           77 WS-RC-TOTAL        PIC 9(06) VALUE 0.
           77 WS-RC-FALLAS       PIC 9(05) VALUE 0.
           77 WS-RC-MAXSEQ       PIC 9(06) VALUE 0.
           77 WS-RC-PTR          PIC 9(03) VALUE 1.
           77 WS-RC-DIAS         PIC 9(03) VALUE 0.
           77 WS-RC-HOY          PIC X(08).
           77 WS-RC-HOY-N        PIC 9(08).
           77 WS-RC-FV-N         PIC 9(08).
           77 WS-RC-CNT-ED       PIC ZZZZ9.
           77 WS-RC-TOT-ED       PIC ZZZZZ9.
           77 WS-RC-CANT-ED      PIC ZZZZZ9.99.
           77 WS-V-RC-VCANT      PIC 9(6)V99 VALUE 0.
           77 WS-V-RC-VALM1      PIC 9(6)V99 VALUE 0.
           77 WS-V-RC-VALM2      PIC 9(6)V99 VALUE 0.
           77 WS-V-RC-VCOMP      PIC 9(6)V99 VALUE 0.
           77 WS-V-RC-VCOSTO     PIC 9(5)V99 VALUE 0.
           77 WS-V-RC-NCANT      PIC 9(6)V99 VALUE 0.
           77 WS-V-RC-Q1         PIC 9(6)V99 VALUE 0.
           77 WS-V-RC-Q2         PIC 9(6)V99 VALUE 0.
           77 WS-V-RC-C2         PIC 9(5)V99 VALUE 0.
           77 WS-V-RC-COSTO      PIC 9(5)V99 VALUE 0.
      *
       01 WS-RC-SAVE             PIC X(250).
       01 WS-RC-SKIPREC          PIC X(250).
      *
      *    RESERVATIONS RENUMBERED UNDER THE NEW CODE, SO THE LAYAWAY
      *    LINES THAT HOLD THEM CAN FOLLOW.
       01 WS-RC-RSVMAP.
           02 WS-RC-RM-CNT       PIC 9(03) VALUE 0.
           02 WS-RC-RM OCCURS 200 TIMES.
               03 WS-RC-RM-VIEJO PIC 9(04).
               03 WS-RC-RM-NUEVO PIC 9(04).
           77 WS-RC-RM-IDX       PIC 9(03) VALUE 0.
      *
       01 WS-RC-NOMBRES.
           02 FILLER             PIC X(10) VALUE 'INVENTARIO'.
           02 FILLER             PIC X(10) VALUE 'LOTES     '.
           02 FILLER             PIC X(10) VALUE 'UBICACION '.
           02 FILLER             PIC X(10) VALUE 'BINES     '.
           02 FILLER             PIC X(10) VALUE 'STOCKALM  '.
           02 FILLER             PIC X(10) VALUE 'NOTAS     '.
           02 FILLER             PIC X(10) VALUE 'CAPAS     '.
           02 FILLER             PIC X(10) VALUE 'CONSIGNA  '.
           02 FILLER             PIC X(10) VALUE 'COMPONEN  '.
           02 FILLER             PIC X(10) VALUE 'LISTAPR   '.
           02 FILLER             PIC X(10) VALUE 'PROMOS    '.
           02 FILLER             PIC X(10) VALUE 'SERIALES  '.
           02 FILLER             PIC X(10) VALUE 'SERART    '.
           02 FILLER             PIC X(10) VALUE 'RESERVAS  '.
           02 FILLER             PIC X(10) VALUE 'SEPARES   '.
           02 FILLER             PIC X(10) VALUE 'PEDIDOS   '.
           02 FILLER             PIC X(10) VALUE 'KARDEX    '.
           02 FILLER             PIC X(10) VALUE 'CLIARTIC  '.
       01 WS-RC-NOMTAB REDEFINES WS-RC-NOMBRES.
           02 WS-RC-NOM          PIC X(10) OCCURS 18 TIMES.
       01 WS-RC-CUENTAS.
           02 WS-RC-CNT          PIC 9(05) OCCURS 18 TIMES.
      *
           77 WS-ST-RC     PIC X(25) VALUE 'RECODIFICACION ARTICULOS '.
           77 WS-LB-RCCB   PIC X(20) VALUE 'CAMBIO DE CODIGO'.
           77 WS-LB-RCFU   PIC X(20) VALUE 'FUSION EN EXISTENTE'.
           77 WS-MSG-RCVJ PIC X(80) VALUE ' Codigo de articulo que s'-
       'e retira (ENTER = cancelar):                           '.
           77 WS-MSG-RCNV PIC X(80) VALUE ' Codigo nuevo, o articulo'-
       ' existente que lo absorbe:                             '.
           77 WS-MSG-RCNX PIC X(80) VALUE ' Articulo no existe en IN'-
       'VENTARIO.DAT.                                          '.
           77 WS-MSG-RCIG PIC X(80) VALUE ' El codigo nuevo debe ser'-
       ' distinto del que se retira.                           '.
           77 WS-MSG-RCIN PIC X(80) VALUE ' El articulo que absorbe '-
       'debe estar activo.                                     '.
           77 WS-MSG-RCUM PIC X(80) VALUE ' Unidades de medida disti'-
       'ntas: no se pueden fusionar.                           '.
           77 WS-MSG-RCOV PIC X(80) VALUE ' La existencia sumada no '-
       'cabe en el articulo que absorbe.                       '.
           77 WS-MSG-RCPV PIC X(80) VALUE ' Registros del codigo ret'-
       'irado que pasaran al nuevo:                            '.
           77 WS-MSG-RCDI PIC X(80) VALUE ' Dias que se acepta aun e'-
       'l codigo anterior (ENTER = 90):                        '.
           77 WS-MSG-RCTR PIC X(80) VALUE ' Recodificacion terminada'-
       '. Registros trasladados:                               '.
           77 WS-MSG-RCFL PIC X(80) VALUE ' AVISO: registros que no '-
       'se pudieron trasladar:                                 '.
           77 WS-MSG-RCAB PIC X(80) VALUE ' No se pudo trasladar el '-
       'articulo. Nada fue modificado.                         '.
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
           IF NOT WS-ROLE-SUPERVISOR THEN
              DISPLAY WS-MSG-NOAC LINE 22 COL 01
           ELSE
              PERFORM 0100-RECODE THRU 0100-RECODE-FIN
           END-IF
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
              WS-ST-RC          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RECODE : Asks the code that retires and the code that
      *    takes its place, previews what moves and, on confirmation,
      *    carries every file, leaves the cross-reference and audits.
      *-----------------------------------------------------------------
       0100-RECODE.
           PERFORM 0100-CHECK-BUSY
           IF WS-FRZ-ON = 1 THEN
              DISPLAY WS-MSG-FRZNO LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           IF WS-LOCK-BUSY = 1 THEN
              DISPLAY WS-MSG-LKNO LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           DISPLAY WS-MSG-RCVJ LINE 06 COL 01
           MOVE SPACES TO WS-RC-VIEJO
           ACCEPT WS-RC-VIEJO LINE 06 COL 60
           IF WS-RC-VIEJO = SPACES OR WS-RC-VIEJO = LOW-VALUE THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           MOVE WS-RC-VIEJO TO CODART
           PERFORM 0100-READ-ARTICLE
           IF WS-RC-FOUND = 0 THEN
              DISPLAY WS-MSG-RCNX LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           MOVE DESCART TO WS-RC-DESC-V
           MOVE UNIDDS TO WS-RC-UNID-V
           MOVE BARCODE TO WS-RC-BARCODE
           MOVE CANT TO WS-V-RC-VCANT
           MOVE CANT-ALM1 TO WS-V-RC-VALM1
           MOVE CANT-ALM2 TO WS-V-RC-VALM2
           MOVE CANT-COMP TO WS-V-RC-VCOMP
           MOVE AVGCOST TO WS-V-RC-VCOSTO
           MOVE WS-V-RC-VCANT TO WS-RC-CANT-ED
           DISPLAY WS-RC-DESC-V LINE 07 COL 03
           DISPLAY WS-RC-CANT-ED LINE 07 COL 40
           DISPLAY WS-MSG-RCNV LINE 08 COL 01
           MOVE SPACES TO WS-RC-NUEVO
           ACCEPT WS-RC-NUEVO LINE 08 COL 60
           IF WS-RC-NUEVO = SPACES OR WS-RC-NUEVO = LOW-VALUE THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           IF WS-RC-NUEVO = WS-RC-VIEJO THEN
              DISPLAY WS-MSG-RCIG LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO WS-XRF-CODIGO
           PERFORM 0100-CHECK-XREF THRU 0100-CHECK-XREF-FIN
           IF WS-XRF-HAY = 1 THEN
              DISPLAY WS-MSG-XRFU LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO CODART
           PERFORM 0100-READ-ARTICLE
           SET WS-RC-FUSION TO WS-RC-FOUND
           IF WS-RC-FUSION = 1 THEN
              IF NOT ACTFLAG-ACTIVE THEN
                 DISPLAY WS-MSG-RCIN LINE 24 COL 01
                 GO TO 0100-RECODE-FIN
              END-IF
              IF UNIDDS NOT = WS-RC-UNID-V THEN
                 DISPLAY WS-MSG-RCUM LINE 24 COL 01
                 GO TO 0100-RECODE-FIN
              END-IF
              MOVE CANT TO WS-V-RC-NCANT
              ADD WS-V-RC-VCANT TO WS-V-RC-NCANT
              IF WS-V-RC-NCANT > 99999.99 THEN
                 DISPLAY WS-MSG-RCOV LINE 24 COL 01
                 GO TO 0100-RECODE-FIN
              END-IF
              MOVE DESCART TO WS-RC-DESC-N
              MOVE CANT TO WS-RC-CANT-ED
              DISPLAY WS-RC-DESC-N LINE 09 COL 03
              DISPLAY WS-RC-CANT-ED LINE 09 COL 40
              DISPLAY WS-LB-RCFU LINE 09 COL 55
           ELSE
              MOVE WS-RC-DESC-V TO WS-RC-DESC-N
              DISPLAY WS-LB-RCCB LINE 09 COL 55
           END-IF
           SET WS-RC-APLICA TO 0
           PERFORM 0100-ALL-FILES
           PERFORM 0100-SHOW-COUNTS
           DISPLAY WS-MSG-RCDI LINE 20 COL 01
           MOVE 0 TO WS-RC-DIAS
           ACCEPT WS-RC-DIAS LINE 20 COL 60
           IF WS-RC-DIAS = 0 THEN
              MOVE 90 TO WS-RC-DIAS
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           PERFORM 0100-SET-LOCK
           SET WS-RC-APLICA TO 1
           MOVE 0 TO WS-RC-FALLAS
           MOVE 0 TO WS-RC-RM-CNT
           PERFORM 0100-ALL-FILES
           IF WS-RC-CNT(1) = 0 THEN
              PERFORM 0100-CLEAR-LOCK
              DISPLAY WS-MSG-RCAB LINE 24 COL 01
              GO TO 0100-RECODE-FIN
           END-IF
           PERFORM 0100-WRITE-XREF
           PERFORM 0100-CLEAR-LOCK
           PERFORM 0100-AUDIT-RECODE
           PERFORM 0100-DISP-HEADS
           PERFORM 0100-SHOW-COUNTS
           MOVE WS-RC-TOTAL TO WS-RC-TOT-ED
           DISPLAY WS-MSG-RCTR LINE 20 COL 01
           DISPLAY WS-RC-TOT-ED LINE 20 COL 52
           IF WS-RC-FALLAS > 0 THEN
              MOVE WS-RC-FALLAS TO WS-RC-CNT-ED
              DISPLAY WS-MSG-RCFL LINE 21 COL 01
              DISPLAY WS-RC-CNT-ED LINE 21 COL 52
           END-IF.
       0100-RECODE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-READ-ARTICLE : Reads CODART; WS-RC-FOUND ends 1 when
      *    the article exists.
      *-----------------------------------------------------------------
       0100-READ-ARTICLE.
           SET WS-RC-FOUND TO 0
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '00' THEN
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    SET WS-RC-FOUND TO 0
                 NOT INVALID KEY
                    SET WS-RC-FOUND TO 1
              END-READ
           END-IF
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-BUSY : A renumbering rewrites the whole stock
      *    picture of the article, so it is refused while a physical
      *    count has the inventory frozen or another session holds
      *    INVENTARIO.DAT for update.
      *-----------------------------------------------------------------
       0100-CHECK-BUSY.
           SET WS-FRZ-ON TO 0
           OPEN INPUT FREEZEFL
           IF WS-FRZ-STATUS NOT = '35' THEN
              READ FREEZEFL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FRZ-RECORD NOT = SPACES THEN
                       SET WS-FRZ-ON TO 1
                    END-IF
              END-READ
              CLOSE FREEZEFL
           END-IF
           SET WS-LOCK-BUSY TO 0
           OPEN INPUT LOCKFILE
           IF WS-LOCK-STATUS NOT = '35' THEN
              READ LOCKFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LOCK-RECORD NOT = SPACES THEN
                       SET WS-LOCK-BUSY TO 1
                    END-IF
              END-READ
              CLOSE LOCKFILE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-LOCK : Marks INVENTARIO.DAT as reserved by this
      *    session while the files are carried.
      *-----------------------------------------------------------------
       0100-SET-LOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO LOCK-RECORD
           MOVE WS-DATETIME(1:14) TO LOCK-RECORD
           OPEN OUTPUT LOCKFILE
           WRITE LOCK-RECORD
           CLOSE LOCKFILE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLEAR-LOCK : Releases the reservation.
      *-----------------------------------------------------------------
       0100-CLEAR-LOCK.
           OPEN OUTPUT LOCKFILE
           CLOSE LOCKFILE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ALL-FILES : Walks every file that carries the code.
      *    With WS-RC-APLICA = 0 it only counts the records of the
      *    retiring code; with 1 it moves them to the new code. The
      *    dependent files are only touched once the INVENTARIO record
      *    itself was carried.
      *-----------------------------------------------------------------
       0100-ALL-FILES.
           MOVE 0 TO WS-RC-TOTAL
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > 18
              MOVE 0 TO WS-RC-CNT(WS-RC-IDX)
           END-PERFORM
           PERFORM 0100-RC-INVENTARIO THRU 0100-RC-INVENTARIO-FIN
           IF WS-RC-CNT(1) = 0 THEN
              GO TO 0100-ALL-FILES-FIN
           END-IF
           PERFORM 0100-RC-LOTES THRU 0100-RC-LOTES-FIN
           PERFORM 0100-RC-UBICACION THRU 0100-RC-UBICACION-FIN
           PERFORM 0100-RC-BINES THRU 0100-RC-BINES-FIN
           PERFORM 0100-RC-STOCKALM THRU 0100-RC-STOCKALM-FIN
           PERFORM 0100-RC-NOTAS THRU 0100-RC-NOTAS-FIN
           PERFORM 0100-RC-CAPAS THRU 0100-RC-CAPAS-FIN
           PERFORM 0100-RC-CONSIGNA THRU 0100-RC-CONSIGNA-FIN
           PERFORM 0100-RC-COMPONEN THRU 0100-RC-COMPONEN-FIN
           PERFORM 0100-RC-LISTAPR THRU 0100-RC-LISTAPR-FIN
           PERFORM 0100-RC-PROMOS THRU 0100-RC-PROMOS-FIN
           PERFORM 0100-RC-SERIALES THRU 0100-RC-SERIALES-FIN
           PERFORM 0100-RC-SERART THRU 0100-RC-SERART-FIN
           PERFORM 0100-RC-RESERVAS THRU 0100-RC-RESERVAS-FIN
           PERFORM 0100-RC-SEPARES THRU 0100-RC-SEPARES-FIN
           PERFORM 0100-RC-PEDIDOS THRU 0100-RC-PEDIDOS-FIN
           PERFORM 0100-RC-KARDEX THRU 0100-RC-KARDEX-FIN
           PERFORM 0100-RC-CLIARTIC THRU 0100-RC-CLIARTIC-FIN.
       0100-ALL-FILES-FIN.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > 18
              ADD WS-RC-CNT(WS-RC-IDX) TO WS-RC-TOTAL
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOW-COUNTS : Records per file, in two columns.
      *-----------------------------------------------------------------
       0100-SHOW-COUNTS.
           DISPLAY WS-MSG-RCPV LINE 10 COL 01
           MOVE 11 TO WS-ROWCTRL
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > 18
              MOVE WS-RC-CNT(WS-RC-IDX) TO WS-RC-CNT-ED
              IF WS-RC-IDX < 10 THEN
                 DISPLAY WS-RC-NOM(WS-RC-IDX) LINE WS-ROWCTRL COL 03
                 DISPLAY WS-RC-CNT-ED LINE WS-ROWCTRL COL 15
              ELSE
                 COMPUTE WS-ROWCTRL = WS-RC-IDX + 1
                 DISPLAY WS-RC-NOM(WS-RC-IDX) LINE WS-ROWCTRL COL 33
                 DISPLAY WS-RC-CNT-ED LINE WS-ROWCTRL COL 45
              END-IF
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-INVENTARIO : The article record. A new code gets
      *    the record as it is; an existing one absorbs the stock of
      *    every location and the committed quantity, with the
      *    average cost weighted by both quantities and the barcode
      *    inherited when it had none. The old record is deleted.
      *-----------------------------------------------------------------
       0100-RC-INVENTARIO.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 0 THEN
              MOVE 1 TO WS-RC-N
              GO TO 0100-RC-INVENTARIO-FIN
           END-IF
           OPEN I-O INVENTARIO
           MOVE WS-RC-VIEJO TO CODART
           SET WS-RC-FOUND TO 0
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 SET WS-RC-FOUND TO 0
              NOT INVALID KEY
                 SET WS-RC-FOUND TO 1
           END-READ
           IF WS-RC-FOUND = 0 THEN
              CLOSE INVENTARIO
              GO TO 0100-RC-INVENTARIO-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           SET WS-RC-WRT-OK TO 0
           IF WS-RC-FUSION = 0 THEN
              MOVE WS-RC-NUEVO TO CODART
              MOVE WS-DATETIME(1:8) TO LASTMOV
              SET WS-RC-WRT-OK TO 1
              WRITE INVENT-REG
                 INVALID KEY
                    SET WS-RC-WRT-OK TO 0
              END-WRITE
           ELSE
              MOVE WS-RC-NUEVO TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    SET WS-RC-WRT-OK TO 0
                 NOT INVALID KEY
                    PERFORM 0100-RC-ABSORB
                    REWRITE INVENT-REG
                    SET WS-RC-WRT-OK TO 1
              END-READ
           END-IF
           IF WS-RC-WRT-OK = 1 THEN
              MOVE WS-RC-VIEJO TO CODART
              DELETE INVENTARIO RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 1 TO WS-RC-N
           END-IF
           CLOSE INVENTARIO.
       0100-RC-INVENTARIO-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(1)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-ABSORB : Adds the retiring article's stock to the
      *    record of the absorbing article already in INVENT-REG.
      *-----------------------------------------------------------------
       0100-RC-ABSORB.
           MOVE CANT TO WS-V-RC-Q2
           MOVE AVGCOST TO WS-V-RC-C2
           COMPUTE WS-V-RC-Q1 = WS-V-RC-Q2 + WS-V-RC-VCANT
           IF WS-V-RC-Q1 > 0 THEN
              COMPUTE WS-V-RC-COSTO ROUNDED =
                 (WS-V-RC-Q2 * WS-V-RC-C2
                  + WS-V-RC-VCANT * WS-V-RC-VCOSTO) / WS-V-RC-Q1
              MOVE WS-V-RC-COSTO TO AVGCOST
           END-IF
           MOVE WS-V-RC-Q1 TO CANT
           MOVE CANT-ALM1 TO WS-V-RC-Q2
           ADD WS-V-RC-VALM1 TO WS-V-RC-Q2
           MOVE WS-V-RC-Q2 TO CANT-ALM1
           MOVE CANT-ALM2 TO WS-V-RC-Q2
           ADD WS-V-RC-VALM2 TO WS-V-RC-Q2
           MOVE WS-V-RC-Q2 TO CANT-ALM2
           MOVE CANT-COMP TO WS-V-RC-Q2
           ADD WS-V-RC-VCOMP TO WS-V-RC-Q2
           MOVE WS-V-RC-Q2 TO CANT-COMP
           IF BARCODE = SPACES THEN
              MOVE WS-RC-BARCODE TO BARCODE
           END-IF
           MOVE WS-DATETIME(1:8) TO LASTMOV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-MISS : A record that could not be carried stays
      *    under the old code; the walk goes on past it.
      *-----------------------------------------------------------------
       0100-RC-MISS.
           ADD 1 TO WS-RC-FALLAS
           MOVE WS-RC-SAVE TO WS-RC-SKIPREC
           SET WS-RC-SKIP TO 1
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-LOTES : Lots. The code leads the key, so each lot
      *    is written again under the new code and only then deleted
      *    under the old one; the same lot number already present
      *    under the new code takes the quantity.
      *-----------------------------------------------------------------
       0100-RC-LOTES.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O LOTES
           ELSE
              OPEN INPUT LOTES
           END-IF
           IF WS-LOT-STATUS NOT = '00' AND WS-LOT-STATUS NOT = '05'
              CLOSE LOTES
              GO TO 0100-RC-LOTES-FIN
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO LOT-REG
                 START LOTES KEY IS GREATER THAN LOT-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE WS-RC-VIEJO TO LOT-CODART
                 MOVE LOW-VALUES TO LOT-NUM
                 START LOTES KEY IS NOT LESS THAN LOT-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-LOT-ONE THRU 0100-RC-LOT-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE LOTES.
       0100-RC-LOTES-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(2)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-LOT-ONE : Next lot of the old code.
      *-----------------------------------------------------------------
       0100-RC-LOT-ONE.
           READ LOTES NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR LOT-CODART NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-LOT-ONE-FIN
           END-IF
           MOVE LOT-REG TO WS-RC-SAVE
           IF WS-RC-APLICA = 0 THEN
              ADD 1 TO WS-RC-N
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-LOT-ONE-FIN
           END-IF
           MOVE LOT-CANT TO WS-V-RC-Q1
           MOVE WS-RC-NUEVO TO LOT-CODART
           SET WS-RC-WRT-OK TO 1
           WRITE LOT-REG
              INVALID KEY
                 SET WS-RC-WRT-OK TO 0
           END-WRITE
           IF WS-RC-WRT-OK = 0 THEN
              READ LOTES
                 KEY IS LOT-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE LOT-CANT TO WS-V-RC-Q2
                    ADD WS-V-RC-Q1 TO WS-V-RC-Q2
                    MOVE WS-V-RC-Q2 TO LOT-CANT
                    REWRITE LOT-REG
                    SET WS-RC-WRT-OK TO 1
              END-READ
           END-IF
           MOVE WS-RC-SAVE TO LOT-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE LOTES RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-RC-N
           ELSE
              PERFORM 0100-RC-MISS
           END-IF.
       0100-RC-LOT-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-UBICACION : Shelf location per warehouse. Where the
      *    new code already has a location in that warehouse it is
      *    kept and the old one is simply dropped.
      *-----------------------------------------------------------------
       0100-RC-UBICACION.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O UBICACION
           ELSE
              OPEN INPUT UBICACION
           END-IF
           IF WS-UBI-STATUS NOT = '00' AND WS-UBI-STATUS NOT = '05'
              CLOSE UBICACION
              GO TO 0100-RC-UBICACION-FIN
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO UBI-REG
                 START UBICACION KEY IS GREATER THAN UBI-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE WS-RC-VIEJO TO UBI-CODART
                 MOVE LOW-VALUES TO UBI-ALM
                 START UBICACION KEY IS NOT LESS THAN UBI-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-UBI-ONE THRU 0100-RC-UBI-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE UBICACION.
       0100-RC-UBICACION-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(3)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-UBI-ONE : Next location of the old code.
      *-----------------------------------------------------------------
       0100-RC-UBI-ONE.
           READ UBICACION NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR UBI-CODART NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-UBI-ONE-FIN
           END-IF
           MOVE UBI-REG TO WS-RC-SAVE
           ADD 1 TO WS-RC-N
           IF WS-RC-APLICA = 0 THEN
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-UBI-ONE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO UBI-CODART
           WRITE UBI-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE WS-RC-SAVE TO UBI-REG
           DELETE UBICACION RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
       0100-RC-UBI-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-BINES : Bins per warehouse. A bin the new code
      *    already uses takes the quantity.
      *-----------------------------------------------------------------
       0100-RC-BINES.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O BINES
           ELSE
              OPEN INPUT BINES
           END-IF
           IF WS-BIN-STATUS NOT = '00' AND WS-BIN-STATUS NOT = '05'
              CLOSE BINES
              GO TO 0100-RC-BINES-FIN
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO BIN-REG
                 START BINES KEY IS GREATER THAN BIN-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE WS-RC-VIEJO TO BIN-CODART
                 MOVE LOW-VALUES TO BIN-ALM
                 MOVE LOW-VALUES TO BIN-BIN
                 START BINES KEY IS NOT LESS THAN BIN-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-BIN-ONE THRU 0100-RC-BIN-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE BINES.
       0100-RC-BINES-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(4)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-BIN-ONE : Next bin of the old code.
      *-----------------------------------------------------------------
       0100-RC-BIN-ONE.
           READ BINES NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR BIN-CODART NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-BIN-ONE-FIN
           END-IF
           MOVE BIN-REG TO WS-RC-SAVE
           IF WS-RC-APLICA = 0 THEN
              ADD 1 TO WS-RC-N
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-BIN-ONE-FIN
           END-IF
           MOVE BIN-CANT TO WS-V-RC-Q1
           MOVE WS-RC-NUEVO TO BIN-CODART
           SET WS-RC-WRT-OK TO 1
           WRITE BIN-REG
              INVALID KEY
                 SET WS-RC-WRT-OK TO 0
           END-WRITE
           IF WS-RC-WRT-OK = 0 THEN
              READ BINES
                 KEY IS BIN-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD WS-V-RC-Q1 TO BIN-CANT
                    REWRITE BIN-REG
                    SET WS-RC-WRT-OK TO 1
              END-READ
           END-IF
           MOVE WS-RC-SAVE TO BIN-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE BINES RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-RC-N
           ELSE
              PERFORM 0100-RC-MISS
           END-IF.
       0100-RC-BIN-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-STOCKALM : Stock of the additional warehouses. A
      *    warehouse the new code already stocks takes the quantity.
      *-----------------------------------------------------------------
       0100-RC-STOCKALM.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O STOCKALM
           ELSE
              OPEN INPUT STOCKALM
           END-IF
           IF WS-SAL-STATUS NOT = '00' AND WS-SAL-STATUS NOT = '05'
              CLOSE STOCKALM
              GO TO 0100-RC-STOCKALM-FIN
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO SAL-REG
                 START STOCKALM KEY IS GREATER THAN SAL-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE WS-RC-VIEJO TO SAL-CODART
                 MOVE LOW-VALUES TO SAL-ALM
                 START STOCKALM KEY IS NOT LESS THAN SAL-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-SAL-ONE THRU 0100-RC-SAL-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE STOCKALM.
       0100-RC-STOCKALM-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(5)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-SAL-ONE : Next warehouse record of the old code.
      *-----------------------------------------------------------------
       0100-RC-SAL-ONE.
           READ STOCKALM NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR SAL-CODART NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-SAL-ONE-FIN
           END-IF
           MOVE SAL-REG TO WS-RC-SAVE
           IF WS-RC-APLICA = 0 THEN
              ADD 1 TO WS-RC-N
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-SAL-ONE-FIN
           END-IF
           MOVE SAL-CANT TO WS-V-RC-Q1
           MOVE WS-RC-NUEVO TO SAL-CODART
           SET WS-RC-WRT-OK TO 1
           WRITE SAL-REG
              INVALID KEY
                 SET WS-RC-WRT-OK TO 0
           END-WRITE
           IF WS-RC-WRT-OK = 0 THEN
              READ STOCKALM
                 KEY IS SAL-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD WS-V-RC-Q1 TO SAL-CANT
                    REWRITE SAL-REG
                    SET WS-RC-WRT-OK TO 1
              END-READ
           END-IF
           MOVE WS-RC-SAVE TO SAL-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE STOCKALM RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-RC-N
           ELSE
              PERFORM 0100-RC-MISS
           END-IF.
       0100-RC-SAL-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-NOTAS : Article notes. A sequence the new code
      *    already uses is moved after its last note.
      *-----------------------------------------------------------------
       0100-RC-NOTAS.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O NOTAS
           ELSE
              OPEN INPUT NOTAS
           END-IF
           IF WS-NOT-STATUS NOT = '00' AND WS-NOT-STATUS NOT = '05'
              CLOSE NOTAS
              GO TO 0100-RC-NOTAS-FIN
           END-IF
           MOVE 0 TO WS-RC-MAXSEQ
           IF WS-RC-APLICA = 1 THEN
              MOVE WS-RC-NUEVO TO NOT-CODART
              MOVE 0 TO NOT-SEQ
              START NOTAS KEY IS NOT LESS THAN NOT-CLAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF WS-NOT-STATUS = '00' THEN
                 SET WS-END-FILE TO 0
                 PERFORM UNTIL WS-END-FILE = 1
                    READ NOTAS NEXT RECORD
                       AT END
                          SET WS-END-FILE TO 1
                       NOT AT END
                          IF NOT-CODART NOT = WS-RC-NUEVO THEN
                             SET WS-END-FILE TO 1
                          ELSE
                             MOVE NOT-SEQ TO WS-RC-MAXSEQ
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO NOT-REG
                 START NOTAS KEY IS GREATER THAN NOT-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE WS-RC-VIEJO TO NOT-CODART
                 MOVE 0 TO NOT-SEQ
                 START NOTAS KEY IS NOT LESS THAN NOT-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-NOT-ONE THRU 0100-RC-NOT-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE NOTAS.
       0100-RC-NOTAS-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(6)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-NOT-ONE : Next note of the old code.
      *-----------------------------------------------------------------
       0100-RC-NOT-ONE.
           READ NOTAS NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR NOT-CODART NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-NOT-ONE-FIN
           END-IF
           MOVE NOT-REG TO WS-RC-SAVE
           IF WS-RC-APLICA = 0 THEN
              ADD 1 TO WS-RC-N
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-NOT-ONE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO NOT-CODART
           SET WS-RC-WRT-OK TO 0
           PERFORM UNTIL WS-RC-WRT-OK = 1 OR WS-RC-MAXSEQ > 9998
              SET WS-RC-WRT-OK TO 1
              WRITE NOT-REG
                 INVALID KEY
                    SET WS-RC-WRT-OK TO 0
              END-WRITE
              IF WS-RC-WRT-OK = 0 THEN
                 ADD 1 TO WS-RC-MAXSEQ
                 MOVE WS-RC-MAXSEQ TO NOT-SEQ
              END-IF
           END-PERFORM
           MOVE WS-RC-SAVE TO NOT-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE NOTAS RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-RC-N
           ELSE
              PERFORM 0100-RC-MISS
           END-IF.
       0100-RC-NOT-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-CAPAS : FIFO cost layers. When folding into an
      *    existing article the old layers are appended after its own
      *    ones, so they are consumed after the layers it already had.
      *-----------------------------------------------------------------
       0100-RC-CAPAS.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O CAPAS
           ELSE
              OPEN INPUT CAPAS
           END-IF
           IF WS-CAP-STATUS NOT = '00' AND WS-CAP-STATUS NOT = '05'
              CLOSE CAPAS
              GO TO 0100-RC-CAPAS-FIN
           END-IF
           MOVE 0 TO WS-RC-MAXSEQ
           IF WS-RC-APLICA = 1 THEN
              MOVE WS-RC-NUEVO TO CAP-CODART
              MOVE 0 TO CAP-SEQ
              START CAPAS KEY IS NOT LESS THAN CAP-CLAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF WS-CAP-STATUS = '00' THEN
                 SET WS-END-FILE TO 0
                 PERFORM UNTIL WS-END-FILE = 1
                    READ CAPAS NEXT RECORD
                       AT END
                          SET WS-END-FILE TO 1
                       NOT AT END
                          IF CAP-CODART NOT = WS-RC-NUEVO THEN
                             SET WS-END-FILE TO 1
                          ELSE
                             MOVE CAP-SEQ TO WS-RC-MAXSEQ
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO CAP-REG
                 START CAPAS KEY IS GREATER THAN CAP-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE WS-RC-VIEJO TO CAP-CODART
                 MOVE 0 TO CAP-SEQ
                 START CAPAS KEY IS NOT LESS THAN CAP-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-CAP-ONE THRU 0100-RC-CAP-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE CAPAS.
       0100-RC-CAPAS-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(7)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-CAP-ONE : Next cost layer of the old code.
      *-----------------------------------------------------------------
       0100-RC-CAP-ONE.
           READ CAPAS NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR CAP-CODART NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-CAP-ONE-FIN
           END-IF
           MOVE CAP-REG TO WS-RC-SAVE
           IF WS-RC-APLICA = 0 THEN
              ADD 1 TO WS-RC-N
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-CAP-ONE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO CAP-CODART
           IF WS-RC-FUSION = 1 THEN
              ADD 1 TO WS-RC-MAXSEQ
              MOVE WS-RC-MAXSEQ TO CAP-SEQ
           END-IF
           SET WS-RC-WRT-OK TO 0
           PERFORM UNTIL WS-RC-WRT-OK = 1 OR WS-RC-MAXSEQ > 999998
              SET WS-RC-WRT-OK TO 1
              WRITE CAP-REG
                 INVALID KEY
                    SET WS-RC-WRT-OK TO 0
              END-WRITE
              IF WS-RC-WRT-OK = 0 THEN
                 ADD 1 TO WS-RC-MAXSEQ
                 MOVE WS-RC-MAXSEQ TO CAP-SEQ
              END-IF
           END-PERFORM
           MOVE WS-RC-SAVE TO CAP-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE CAPAS RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-RC-N
           ELSE
              PERFORM 0100-RC-MISS
           END-IF.
       0100-RC-CAP-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-CONSIGNA : Consignment stock, one record per
      *    article; an existing one under the new code takes the
      *    quantity and keeps its own supplier.
      *-----------------------------------------------------------------
       0100-RC-CONSIGNA.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O CONSIGNA
           ELSE
              OPEN INPUT CONSIGNA
           END-IF
           IF WS-CSG-STATUS NOT = '00' AND WS-CSG-STATUS NOT = '05'
              CLOSE CONSIGNA
              GO TO 0100-RC-CONSIGNA-FIN
           END-IF
           MOVE WS-RC-VIEJO TO CSG-CODART
           SET WS-RC-FOUND TO 0
           READ CONSIGNA
              KEY IS CSG-CODART
              INVALID KEY
                 SET WS-RC-FOUND TO 0
              NOT INVALID KEY
                 SET WS-RC-FOUND TO 1
           END-READ
           IF WS-RC-FOUND = 0 THEN
              CLOSE CONSIGNA
              GO TO 0100-RC-CONSIGNA-FIN
           END-IF
           ADD 1 TO WS-RC-N
           IF WS-RC-APLICA = 0 THEN
              CLOSE CONSIGNA
              GO TO 0100-RC-CONSIGNA-FIN
           END-IF
           MOVE CSG-REG TO WS-RC-SAVE
           MOVE CSG-CANT TO WS-V-RC-Q1
           MOVE WS-RC-NUEVO TO CSG-CODART
           SET WS-RC-WRT-OK TO 1
           WRITE CSG-REG
              INVALID KEY
                 SET WS-RC-WRT-OK TO 0
           END-WRITE
           IF WS-RC-WRT-OK = 0 THEN
              READ CONSIGNA
                 KEY IS CSG-CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD WS-V-RC-Q1 TO CSG-CANT
                    REWRITE CSG-REG
                    SET WS-RC-WRT-OK TO 1
              END-READ
           END-IF
           MOVE WS-RC-SAVE TO CSG-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE CONSIGNA RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              SUBTRACT 1 FROM WS-RC-N
              ADD 1 TO WS-RC-FALLAS
           END-IF
           CLOSE CONSIGNA.
       0100-RC-CONSIGNA-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(8)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-COMPONEN : Kit structures, where the code can be
      *    the kit or one of its components. The whole file is
      *    walked; a pair already present under the new code takes
      *    the quantity per kit, and a kit that would end up holding
      *    itself is left alone.
      *-----------------------------------------------------------------
       0100-RC-COMPONEN.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O COMPONEN
           ELSE
              OPEN INPUT COMPONEN
           END-IF
           IF WS-KIT-STATUS NOT = '00' AND WS-KIT-STATUS NOT = '05'
              CLOSE COMPONEN
              GO TO 0100-RC-COMPONEN-FIN
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO KIT-REG
                 START COMPONEN KEY IS GREATER THAN KIT-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE LOW-VALUES TO KIT-CLAVE
                 START COMPONEN KEY IS NOT LESS THAN KIT-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-KIT-ONE THRU 0100-RC-KIT-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE COMPONEN.
       0100-RC-COMPONEN-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(9)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-KIT-ONE : Next kit line that names the old code.
      *-----------------------------------------------------------------
       0100-RC-KIT-ONE.
           SET WS-RC-FOUND TO 0
           PERFORM UNTIL WS-RC-FOUND = 1 OR WS-RC-DONE = 1
              READ COMPONEN NEXT RECORD
                 AT END
                    SET WS-RC-DONE TO 1
                 NOT AT END
                    IF KIT-PADRE = WS-RC-VIEJO
                    OR KIT-COMP = WS-RC-VIEJO THEN
                       SET WS-RC-FOUND TO 1
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RC-DONE = 1 THEN
              GO TO 0100-RC-KIT-ONE-FIN
           END-IF
           MOVE KIT-REG TO WS-RC-SAVE
           IF WS-RC-APLICA = 0 THEN
              ADD 1 TO WS-RC-N
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-KIT-ONE-FIN
           END-IF
           MOVE KIT-CANT TO WS-V-RC-Q1
           IF KIT-PADRE = WS-RC-VIEJO THEN
              MOVE WS-RC-NUEVO TO KIT-PADRE
           END-IF
           IF KIT-COMP = WS-RC-VIEJO THEN
              MOVE WS-RC-NUEVO TO KIT-COMP
           END-IF
           IF KIT-PADRE = KIT-COMP THEN
              MOVE WS-RC-SAVE TO KIT-REG
              PERFORM 0100-RC-MISS
              GO TO 0100-RC-KIT-ONE-FIN
           END-IF
           SET WS-RC-WRT-OK TO 1
           WRITE KIT-REG
              INVALID KEY
                 SET WS-RC-WRT-OK TO 0
           END-WRITE
           IF WS-RC-WRT-OK = 0 THEN
              READ COMPONEN
                 KEY IS KIT-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE KIT-CANT TO WS-V-RC-Q2
                    ADD WS-V-RC-Q1 TO WS-V-RC-Q2
                    MOVE WS-V-RC-Q2 TO KIT-CANT
                    REWRITE KIT-REG
                    SET WS-RC-WRT-OK TO 1
              END-READ
           END-IF
           MOVE WS-RC-SAVE TO KIT-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE COMPONEN RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-RC-N
           ELSE
              PERFORM 0100-RC-MISS
           END-IF.
       0100-RC-KIT-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-LISTAPR : Price-list entries. The list leads the
      *    key, so the whole file is walked; where the new code
      *    already has a price for that list and break quantity, its
      *    own price stands and the old entry is dropped.
      *-----------------------------------------------------------------
       0100-RC-LISTAPR.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O LISTAPR
           ELSE
              OPEN INPUT LISTAPR
           END-IF
           IF WS-LPR-STATUS NOT = '00' AND WS-LPR-STATUS NOT = '05'
              CLOSE LISTAPR
              GO TO 0100-RC-LISTAPR-FIN
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO LPR-REG
                 START LISTAPR KEY IS GREATER THAN LPR-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE LOW-VALUES TO LPR-CLAVE
                 START LISTAPR KEY IS NOT LESS THAN LPR-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-LPR-ONE THRU 0100-RC-LPR-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE LISTAPR.
       0100-RC-LISTAPR-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(10)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-LPR-ONE : Next price-list entry of the old code.
      *-----------------------------------------------------------------
       0100-RC-LPR-ONE.
           SET WS-RC-FOUND TO 0
           PERFORM UNTIL WS-RC-FOUND = 1 OR WS-RC-DONE = 1
              READ LISTAPR NEXT RECORD
                 AT END
                    SET WS-RC-DONE TO 1
                 NOT AT END
                    IF LPR-CODART = WS-RC-VIEJO THEN
                       SET WS-RC-FOUND TO 1
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RC-DONE = 1 THEN
              GO TO 0100-RC-LPR-ONE-FIN
           END-IF
           MOVE LPR-REG TO WS-RC-SAVE
           ADD 1 TO WS-RC-N
           IF WS-RC-APLICA = 0 THEN
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-LPR-ONE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO LPR-CODART
           WRITE LPR-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE WS-RC-SAVE TO LPR-REG
           DELETE LISTAPR RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE
           MOVE WS-RC-SAVE TO WS-RC-SKIPREC
           SET WS-RC-SKIP TO 1.
       0100-RC-LPR-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-PROMOS : Promotions by article. A promotion the new
      *    code already has from the same date stands as it is.
      *-----------------------------------------------------------------
       0100-RC-PROMOS.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O PROMOS
           ELSE
              OPEN INPUT PROMOS
           END-IF
           IF WS-PMO-STATUS NOT = '00' AND WS-PMO-STATUS NOT = '05'
              CLOSE PROMOS
              GO TO 0100-RC-PROMOS-FIN
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO PMO-REG
                 START PROMOS KEY IS GREATER THAN PMO-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 SET PMO-POR-ARTICULO TO TRUE
                 MOVE WS-RC-VIEJO TO PMO-COD
                 MOVE LOW-VALUES TO PMO-FDESDE
                 START PROMOS KEY IS NOT LESS THAN PMO-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-PMO-ONE THRU 0100-RC-PMO-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE PROMOS.
       0100-RC-PROMOS-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(11)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-PMO-ONE : Next promotion of the old code.
      *-----------------------------------------------------------------
       0100-RC-PMO-ONE.
           READ PROMOS NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR NOT PMO-POR-ARTICULO
           OR PMO-COD NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-PMO-ONE-FIN
           END-IF
           MOVE PMO-REG TO WS-RC-SAVE
           ADD 1 TO WS-RC-N
           IF WS-RC-APLICA = 0 THEN
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-PMO-ONE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO PMO-COD
           WRITE PMO-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE WS-RC-SAVE TO PMO-REG
           DELETE PROMOS RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
       0100-RC-PMO-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-SERIALES : Serial numbers. A serial that already
      *    exists under the new code cannot be carried and is left
      *    under the old code for the supervisor to sort out.
      *-----------------------------------------------------------------
       0100-RC-SERIALES.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O SERIALES
           ELSE
              OPEN INPUT SERIALES
           END-IF
           IF WS-SER-STATUS NOT = '00' AND WS-SER-STATUS NOT = '05'
              CLOSE SERIALES
              GO TO 0100-RC-SERIALES-FIN
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO SER-REG
                 START SERIALES KEY IS GREATER THAN SER-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE WS-RC-VIEJO TO SER-CODART
                 MOVE LOW-VALUES TO SER-SERIAL
                 START SERIALES KEY IS NOT LESS THAN SER-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-SER-ONE THRU 0100-RC-SER-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE SERIALES.
       0100-RC-SERIALES-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(12)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-SER-ONE : Next serial of the old code.
      *-----------------------------------------------------------------
       0100-RC-SER-ONE.
           READ SERIALES NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR SER-CODART NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-SER-ONE-FIN
           END-IF
           MOVE SER-REG TO WS-RC-SAVE
           IF WS-RC-APLICA = 0 THEN
              ADD 1 TO WS-RC-N
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-SER-ONE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO SER-CODART
           SET WS-RC-WRT-OK TO 1
           WRITE SER-REG
              INVALID KEY
                 SET WS-RC-WRT-OK TO 0
           END-WRITE
           MOVE WS-RC-SAVE TO SER-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE SERIALES RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-RC-N
           ELSE
              PERFORM 0100-RC-MISS
           END-IF.
       0100-RC-SER-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-SERART : Serial-control flag of the article. When
      *    the new code already has one it becomes serialized if
      *    either of the two was.
      *-----------------------------------------------------------------
       0100-RC-SERART.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O SERART
           ELSE
              OPEN INPUT SERART
           END-IF
           IF WS-SRA-STATUS NOT = '00' AND WS-SRA-STATUS NOT = '05'
              CLOSE SERART
              GO TO 0100-RC-SERART-FIN
           END-IF
           MOVE WS-RC-VIEJO TO SRA-CODART
           SET WS-RC-FOUND TO 0
           READ SERART
              KEY IS SRA-CODART
              INVALID KEY
                 SET WS-RC-FOUND TO 0
              NOT INVALID KEY
                 SET WS-RC-FOUND TO 1
           END-READ
           IF WS-RC-FOUND = 0 THEN
              CLOSE SERART
              GO TO 0100-RC-SERART-FIN
           END-IF
           MOVE 1 TO WS-RC-N
           IF WS-RC-APLICA = 0 THEN
              CLOSE SERART
              GO TO 0100-RC-SERART-FIN
           END-IF
           MOVE SRA-REG TO WS-RC-SAVE
           MOVE WS-RC-NUEVO TO SRA-CODART
           SET WS-RC-WRT-OK TO 1
           WRITE SRA-REG
              INVALID KEY
                 SET WS-RC-WRT-OK TO 0
           END-WRITE
           IF WS-RC-WRT-OK = 0 AND SRA-SERIALIZADO THEN
              READ SERART
                 KEY IS SRA-CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET SRA-SERIALIZADO TO TRUE
                    REWRITE SRA-REG
              END-READ
           END-IF
           MOVE WS-RC-SAVE TO SRA-REG
           DELETE SERART RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE
           CLOSE SERART.
       0100-RC-SERART-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(13)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-RESERVAS : Stock reservations. A sequence the new
      *    code already uses is moved after its last one, and the
      *    change is remembered so the layaway lines can follow.
      *-----------------------------------------------------------------
       0100-RC-RESERVAS.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O RESERVAS
           ELSE
              OPEN INPUT RESERVAS
           END-IF
           IF WS-RSV-STATUS NOT = '00' AND WS-RSV-STATUS NOT = '05'
              CLOSE RESERVAS
              GO TO 0100-RC-RESERVAS-FIN
           END-IF
           MOVE 0 TO WS-RC-MAXSEQ
           IF WS-RC-APLICA = 1 THEN
              MOVE WS-RC-NUEVO TO RSV-CODART
              MOVE 0 TO RSV-SEQ
              START RESERVAS KEY IS NOT LESS THAN RSV-CLAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF WS-RSV-STATUS = '00' THEN
                 SET WS-END-FILE TO 0
                 PERFORM UNTIL WS-END-FILE = 1
                    READ RESERVAS NEXT RECORD
                       AT END
                          SET WS-END-FILE TO 1
                       NOT AT END
                          IF RSV-CODART NOT = WS-RC-NUEVO THEN
                             SET WS-END-FILE TO 1
                          ELSE
                             MOVE RSV-SEQ TO WS-RC-MAXSEQ
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           SET WS-RC-SKIP TO 0
           SET WS-RC-DONE TO 0
           PERFORM UNTIL WS-RC-DONE = 1
              IF WS-RC-SKIP = 1 THEN
                 MOVE WS-RC-SKIPREC TO RSV-REG
                 START RESERVAS KEY IS GREATER THAN RSV-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              ELSE
                 MOVE WS-RC-VIEJO TO RSV-CODART
                 MOVE 0 TO RSV-SEQ
                 START RESERVAS KEY IS NOT LESS THAN RSV-CLAVE
                    INVALID KEY
                       SET WS-RC-DONE TO 1
                 END-START
              END-IF
              IF WS-RC-DONE = 0 THEN
                 PERFORM 0100-RC-RSV-ONE THRU 0100-RC-RSV-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE RESERVAS.
       0100-RC-RESERVAS-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(14)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-RSV-ONE : Next reservation of the old code.
      *-----------------------------------------------------------------
       0100-RC-RSV-ONE.
           READ RESERVAS NEXT RECORD
              AT END
                 SET WS-RC-DONE TO 1
           END-READ
           IF WS-RC-DONE = 1 OR RSV-CODART NOT = WS-RC-VIEJO THEN
              SET WS-RC-DONE TO 1
              GO TO 0100-RC-RSV-ONE-FIN
           END-IF
           MOVE RSV-REG TO WS-RC-SAVE
           IF WS-RC-APLICA = 0 THEN
              ADD 1 TO WS-RC-N
              MOVE WS-RC-SAVE TO WS-RC-SKIPREC
              SET WS-RC-SKIP TO 1
              GO TO 0100-RC-RSV-ONE-FIN
           END-IF
           MOVE WS-RC-NUEVO TO RSV-CODART
           SET WS-RC-WRT-OK TO 0
           PERFORM UNTIL WS-RC-WRT-OK = 1 OR WS-RC-MAXSEQ > 9998
              SET WS-RC-WRT-OK TO 1
              WRITE RSV-REG
                 INVALID KEY
                    SET WS-RC-WRT-OK TO 0
              END-WRITE
              IF WS-RC-WRT-OK = 0 THEN
                 ADD 1 TO WS-RC-MAXSEQ
                 MOVE WS-RC-MAXSEQ TO RSV-SEQ
              END-IF
           END-PERFORM
           IF WS-RC-WRT-OK = 1 AND WS-RC-RM-CNT < 200 THEN
              ADD 1 TO WS-RC-RM-CNT
              MOVE WS-RC-SAVE(11:4) TO WS-RC-RM-VIEJO(WS-RC-RM-CNT)
              MOVE RSV-SEQ TO WS-RC-RM-NUEVO(WS-RC-RM-CNT)
           END-IF
           MOVE WS-RC-SAVE TO RSV-REG
           IF WS-RC-WRT-OK = 1 THEN
              DELETE RESERVAS RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-RC-N
           ELSE
              PERFORM 0100-RC-MISS
           END-IF.
       0100-RC-RSV-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-SEPARES : Layaway lines holding the article, with
      *    the reservation sequence each one points to.
      *-----------------------------------------------------------------
       0100-RC-SEPARES.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O SEPARES
           ELSE
              OPEN INPUT SEPARES
           END-IF
           IF WS-SEP-STATUS NOT = '00' AND WS-SEP-STATUS NOT = '05'
              CLOSE SEPARES
              GO TO 0100-RC-SEPARES-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ SEPARES NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF SEP-LIN > 0 AND SEP-CODART = WS-RC-VIEJO THEN
                       ADD 1 TO WS-RC-N
                       IF WS-RC-APLICA = 1 THEN
                          MOVE WS-RC-NUEVO TO SEP-CODART
                          PERFORM VARYING WS-RC-RM-IDX FROM 1 BY 1
                                  UNTIL WS-RC-RM-IDX > WS-RC-RM-CNT
                             IF WS-RC-RM-VIEJO(WS-RC-RM-IDX) =
                                SEP-RSVSEQ THEN
                                MOVE WS-RC-RM-NUEVO(WS-RC-RM-IDX)
                                  TO SEP-RSVSEQ
                                MOVE WS-RC-RM-CNT TO WS-RC-RM-IDX
                             END-IF
                          END-PERFORM
                          REWRITE SEP-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SEPARES.
       0100-RC-SEPARES-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(15)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-PEDIDOS : Purchase-order lines.
      *-----------------------------------------------------------------
       0100-RC-PEDIDOS.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O PEDIDOS
           ELSE
              OPEN INPUT PEDIDOS
           END-IF
           IF WS-PED-STATUS NOT = '00' AND WS-PED-STATUS NOT = '05'
              CLOSE PEDIDOS
              GO TO 0100-RC-PEDIDOS-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PEDIDOS NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF PED-CODART = WS-RC-VIEJO THEN
                       ADD 1 TO WS-RC-N
                       IF WS-RC-APLICA = 1 THEN
                          MOVE WS-RC-NUEVO TO PED-CODART
                          REWRITE PED-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PEDIDOS.
       0100-RC-PEDIDOS-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(16)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-KARDEX : MOVIMIENTOS.DAT is line sequential: it is
      *    copied through MOVIMIENTOS.TMP with the code changed and
      *    rebuilt, as KARDEX01 does, so the history of the old code
      *    reads under the new one.
      *-----------------------------------------------------------------
       0100-RC-KARDEX.
           MOVE 0 TO WS-RC-N
           OPEN INPUT MOVIMSTK
           IF WS-MOV-STATUS NOT = '00' THEN
              CLOSE MOVIMSTK
              GO TO 0100-RC-KARDEX-FIN
           END-IF
           IF WS-RC-APLICA = 1 THEN
              OPEN OUTPUT MOVTEMP
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ MOVIMSTK
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF MOV-CODART = WS-RC-VIEJO THEN
                       ADD 1 TO WS-RC-N
                       MOVE WS-RC-NUEVO TO MOV-CODART
                    END-IF
                    IF WS-RC-APLICA = 1 THEN
                       MOVE MOV-REG TO MOVTEMP-RECORD
                       WRITE MOVTEMP-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MOVIMSTK
           IF WS-RC-APLICA = 0 THEN
              GO TO 0100-RC-KARDEX-FIN
           END-IF
           CLOSE MOVTEMP
           IF WS-RC-N = 0 THEN
              GO TO 0100-RC-KARDEX-FIN
           END-IF
           OPEN INPUT MOVTEMP
           OPEN OUTPUT MOVIMSTK
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ MOVTEMP
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE MOVTEMP-RECORD TO MOV-REG
                    WRITE MOV-REG
              END-READ
           END-PERFORM
           CLOSE MOVIMSTK
           CLOSE MOVTEMP.
       0100-RC-KARDEX-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(17)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RC-CLIARTIC : Customer item codes pointing to the
      *    article.
      *-----------------------------------------------------------------
       0100-RC-CLIARTIC.
           MOVE 0 TO WS-RC-N
           IF WS-RC-APLICA = 1 THEN
              OPEN I-O CLIARTIC
           ELSE
              OPEN INPUT CLIARTIC
           END-IF
           IF WS-CAA-STATUS NOT = '00' AND WS-CAA-STATUS NOT = '05'
              CLOSE CLIARTIC
              GO TO 0100-RC-CLIARTIC-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ CLIARTIC NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF CAA-CODART = WS-RC-VIEJO THEN
                       ADD 1 TO WS-RC-N
                       IF WS-RC-APLICA = 1 THEN
                          MOVE WS-RC-NUEVO TO CAA-CODART
                          REWRITE CAA-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CLIARTIC.
       0100-RC-CLIARTIC-FIN.
           MOVE WS-RC-N TO WS-RC-CNT(18)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-XREF : Leaves the old code in CODXREF.DAT,
      *    accepted until today plus the transition days. Codes that
      *    were already pointing to the old one now point to the new
      *    one, so a chain of renumberings always lands on a live
      *    article.
      *-----------------------------------------------------------------
       0100-WRITE-XREF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-RC-HOY
           MOVE WS-RC-HOY TO WS-RC-HOY-N
           COMPUTE WS-RC-FV-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RC-HOY-N) + WS-RC-DIAS)
           OPEN I-O CODXREF
           IF WS-XRF-STATUS NOT = '00' AND WS-XRF-STATUS NOT = '05'
              CLOSE CODXREF
              OPEN OUTPUT CODXREF
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CODXREF NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF XRF-NUEVO = WS-RC-VIEJO THEN
                          MOVE WS-RC-NUEVO TO XRF-NUEVO
                          REWRITE XRF-REG
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           MOVE SPACES TO XRF-REG
           MOVE WS-RC-VIEJO TO XRF-VIEJO
           MOVE WS-RC-NUEVO TO XRF-NUEVO
           MOVE WS-RC-HOY TO XRF-FECHA
           MOVE WS-RC-FV-N TO XRF-FVENCE
           IF WS-RC-FUSION = 1 THEN
              SET XRF-TIPO-FUSION TO TRUE
           ELSE
              SET XRF-TIPO-CAMBIO TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO XRF-OPERADOR
           WRITE XRF-REG
              INVALID KEY
                 REWRITE XRF-REG
           END-WRITE
           CLOSE CODXREF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AUDIT-RECODE : Two audit records, the article before
      *    and after and the records carried per file, plus the
      *    session event.
      *-----------------------------------------------------------------
       0100-AUDIT-RECODE.
           MOVE WS-RC-VIEJO TO WS-CODART
           MOVE 'RECOD-ART' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE WS-V-RC-VCANT TO WS-RC-CANT-ED
           STRING WS-RC-VIEJO ' ' WS-RC-DESC-V ' CANT ' WS-RC-CANT-ED
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           IF WS-RC-FUSION = 1 THEN
              MOVE WS-V-RC-NCANT TO WS-RC-CANT-ED
              STRING 'FUSIONADO EN ' WS-RC-NUEVO ' ' WS-RC-DESC-N
                     ' CANT ' WS-RC-CANT-ED
              DELIMITED BY SIZE INTO WS-AUD-AFTER
           ELSE
              STRING 'RECODIFICADO A ' WS-RC-NUEVO
              DELIMITED BY SIZE INTO WS-AUD-AFTER
           END-IF
           PERFORM 0100-WRITE-AUDIT-REC
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE 'REGISTROS POR ARCHIVO' TO WS-AUD-BEFORE
           MOVE 1 TO WS-RC-PTR
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > 18
              MOVE WS-RC-CNT(WS-RC-IDX) TO WS-RC-CNT-ED
              STRING WS-RC-NOM(WS-RC-IDX) DELIMITED BY SPACE
                     '=' WS-RC-CNT-ED ' ' DELIMITED BY SIZE
              INTO WS-AUD-AFTER WITH POINTER WS-RC-PTR
           END-PERFORM
           PERFORM 0100-WRITE-AUDIT-REC
           MOVE 'RECOD-ART' TO WS-SES-EVENTO
           MOVE WS-RC-NUEVO TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
       copy "XRFCHK.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM RECODI01.
