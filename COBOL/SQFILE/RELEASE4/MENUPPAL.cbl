      *                                every program's files to that   *
      *                                company's data directory; the   *
      *                                operator file stays shared.     *
      * 15-oct-2026    R. Urquijo      Option 62: post-dated cheque    *
      *                                portfolio (CHEQUE01).           *
      * 15-oct-2026    R. Urquijo      Option 63: default interest     *
      *                                debit notes (INTERES01).        *
      * 15-oct-2026    R. Urquijo      Option 64: bank statement       *
      *                                reconciliation (CONCIL01).      *
      * 15-oct-2026    R. Urquijo      Option 65: cash drawer per      *
      *                                operator (CAJA01).              *
      * 15-oct-2026    R. Urquijo      Option 66: layaway sales        *
      *                                (SEPARE01).                     *
      * 15-oct-2026    R. Urquijo      Option 67: same-day invoice     *
      *                                void and numbering report       *
      *                                (ANULA01).                      *
      * 15-oct-2026    R. Urquijo      Option 68: invoice numbering    *
      *                                resolutions (RESOL01) and their *
      *                                warning on the dashboard.       *
      * 15-oct-2026    R. Urquijo      Option 69: daily price        *
      *                                exception report (EXCPRE01).    *
      * 15-oct-2026    R. Urquijo      Option 70: quotation follow-up  *
      *                                and conversion report           *
      *                                (COTSEG01).                     *
      * 15-oct-2026    R. Urquijo      Option 71: customer merge       *
      *                                (FUSION01).                     *
      * 15-oct-2026    R. Urquijo      Option 72: article code         *
      *                                renumbering (RECODI01).         *
      * 15-oct-2026    R. Urquijo      Option 73: month-end customer   *
      *                                statements (EXTMES01).          *
      * 15-oct-2026    R. Urquijo      Option 74: customer order file  *
      *                                import (IMPPED01).              *
      * 15-oct-2026    R. Urquijo      Option 75: online store catalog *
      *                                export (TIENDA01).              *
      * 15-oct-2026    R. Urquijo      Option 76: customer consignment *
      *                                (CONSCLI01).                    *
      * 15-oct-2026    R. Urquijo      Option 77: credit limit approval*
      *                                and credit review (CUPO01).     *
      * 15-oct-2026    R. Urquijo      Option 78: van route sales and  *
      *                                settlement (AUTOVEN01).         *
      * 15-oct-2026    R. Urquijo      Option 79: withholding taxes    *
      *                                (RETEN01).                      *
      * 15-oct-2026    R. Urquijo      Option 80: yearly third-party   *
      *                                information (EXOGEN01).         *
      * 15-oct-2026    R. Urquijo      Option 81: goods received not   *
      *                                invoiced (RECNF01).             *
      * 15-oct-2026    R. Urquijo      Option 82: approved vendors per *
      *                                article (PROVART01).            *
      * 15-oct-2026    R. Urquijo      Option 83: vendor shipping      *
      *                                notices (AVISO01).              *
      * 15-oct-2026    R. Urquijo      Option 84: vendor volume rebates*
      *                                (RAPPEL01).                     *
      * 15-oct-2026    R. Urquijo      Option 85: weekly cash flow     *
      *                                forecast (FLUJO01).             *
      * 15-oct-2026    R. Urquijo      Option 86: purchase price       *
      *                                variance (VARCOM01).            *
      * 15-oct-2026    R. Urquijo      Option 87: standard cost        *
      *                                revision (REVSTD01).            *
      * 15-oct-2026    R. Urquijo      Option 88: obsolescence         *
      *                                provision (PROVOB01).           *
      * 15-oct-2026    R. Urquijo      Option 89: inventory to ledger  *
      *                                reconciliation (CONCINV01).     *
      * 15-oct-2026    R. Urquijo      Option 90: inventory as of a    *
      *                                past date (INVFEC01).           *
      * 15-oct-2026    R. Urquijo      Option 91: available-to-promise *
      *                                inquiry (ATP01).                *
      * 15-oct-2026    R. Urquijo      Option 92: material requirements*
      *                                plan for kits (MRP01).          *
      * 15-oct-2026    R. Urquijo      Option 93: assembly work orders *
      *                                (ENSAMB01).                     *
      * 15-oct-2026    R. Urquijo      Option 94: monthly demand       *
      *                                forecast (DEMANDA01).           *
      * 15-oct-2026    R. Urquijo      Option 95: replenishment between*
      *                                warehouses (REPALM01).          *
      * 15-oct-2026    R. Urquijo      Option 96: article lifecycle    *
      *                                status (ESTART01).              *
      * 15-oct-2026    R. Urquijo      Option 97: substitute articles  *
      *                                (SUSTIT01).                     *
      * 15-oct-2026    R. Urquijo      Option 98: service and warranty *
      *                                repair orders (SERVIC01).       *
      * 15-oct-2026    R. Urquijo      Option 99: segregation-of-duties*
      *                                conflicts (SOD01).              *
      * 15-oct-2026    R. Urquijo      Third choice ENTRENAMIENTO:     *
      *                                training data set refreshed by a*
      *                                supervisor (ENTRENA01); options *
      *                                22 and 55 refused there and     *
      *                                every printout and report       *
      *                                watermarked.                    *
      * 15-oct-2026    R. Urquijo      Option 0: group and management  *
      *                                menu for supervisors, with the  *
      *                                intercompany sales (INTERCO01)  *
      *                                and the consolidated report     *
      *                                (CONSOL01).                     *
      * 15-oct-2026    R. Urquijo      Group menu option 3: monthly    *
      *                                indicators (KPI01); KPI.PRN     *
      *                                watermarked in training.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUPPAL.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PEDSEL.cpy".
       copy "RESSEL.cpy".
           SELECT OPTIONAL EMPRESA ASSIGN TO "./EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMR-ID
           FILE STATUS IS WS-EMR-STATUS.
      *
           SELECT OPTIONAL MKEARCH ASSIGN TO WS-MKE-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MKE-STATUS.
      *
           SELECT OPTIONAL MKETEMP ASSIGN TO "ENTMARCA.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MKT-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       copy "FILED.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "RESFD.cpy".
      *
       FD EMPRESA.
       01 REG-EMPRESA.
           03 EMR-TIP-ID       PIC X(20).
           03 EMR-ID           PIC X(20).
           03 EMR-RESTO        PIC X(998).
      *
       FD MKEARCH.
       01 MKE-REG              PIC X(500).
      *
       FD MKETEMP.
       01 MKT-REG              PIC X(500).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
           77 WS-OPC          PIC 99 VALUE 0.
           77 WS-OPG          PIC 9 VALUE 0.
           77 WS-KEY          PIC X.
           77 WS-PED-STATUS   PIC XX.
      *
           77 WS-DSH-HOY-N    PIC 9(08).
           77 WS-DSH-LIM-N    PIC 9(08).
           77 WS-DSH-LIM      PIC X(08).
           77 WS-DSH-RES      PIC X(40).
           77 WS-DSH-RES-ED1  PIC ZZZZZ9.
           77 WS-DSH-RES-ED2  PIC -ZZZ9.
      *
           77 WS-EMP-STATUS   PIC XX.
           77 WS-OPM-STATUS   PIC XX.
           77 WS-EMP-NOM1     PIC X(30) VALUE 'EMPRESA 1'.
           77 WS-EMP-NOM2     PIC X(30) VALUE 'EMPRESA 2'.
           77 WS-EMP-IDX      PIC 9 VALUE 0.
      *
      *    TRAINING DATA SET WATERMARK SWEEP
           77 WS-MKE-STATUS   PIC XX.
           77 WS-MKT-STATUS   PIC XX.
           77 WS-MKE-FNAME    PIC X(30).
           77 WS-MKE-IDX      PIC 9(02).
           77 WS-MKE-FIN      PIC 9 VALUE 0.
           77 WS-MKE-LOGFIN   PIC 9 VALUE 0.
           77 WS-MKE-ARRIBA   PIC 9 VALUE 0.
           77 WS-MKE-ABAJO    PIC 9 VALUE 0.
           77 WS-MKE-LINEAS   PIC 9(07) VALUE 0.
       01 WS-MKE-LISTA.
           02 FILLER PIC X(14) VALUE 'AUTOVEN.PRN'.
           02 FILLER PIC X(14) VALUE 'CAJA.PRN'.
           02 FILLER PIC X(14) VALUE 'CAJAMES.PRN'.
           02 FILLER PIC X(14) VALUE 'CARTAS.PRN'.
           02 FILLER PIC X(14) VALUE 'CHEQHOY.PRN'.
           02 FILLER PIC X(14) VALUE 'CIERREANO.PRN'.
           02 FILLER PIC X(14) VALUE 'CONCILIA.PRN'.
           02 FILLER PIC X(14) VALUE 'CONSCLI.PRN'.
           02 FILLER PIC X(14) VALUE 'CONSEC.PRN'.
           02 FILLER PIC X(14) VALUE 'CONTEOALM.PRN'.
           02 FILLER PIC X(14) VALUE 'CONTEOBIN.PRN'.
           02 FILLER PIC X(14) VALUE 'COTIZA.PRN'.
           02 FILLER PIC X(14) VALUE 'DESECHO.PRN'.
           02 FILLER PIC X(14) VALUE 'DESPACHO.PRN'.
           02 FILLER PIC X(14) VALUE 'ETIQUETAS.PRN'.
           02 FILLER PIC X(14) VALUE 'FACTURA.PRN'.
           02 FILLER PIC X(14) VALUE 'FASESAL.PRN'.
           02 FILLER PIC X(14) VALUE 'KPI.PRN'.
           02 FILLER PIC X(14) VALUE 'LIQRUTA.PRN'.
           02 FILLER PIC X(14) VALUE 'LLAMADAS.PRN'.
           02 FILLER PIC X(14) VALUE 'NOTACRED.PRN'.
           02 FILLER PIC X(14) VALUE 'NOTASDB.PRN'.
           02 FILLER PIC X(14) VALUE 'ORDEN.PRN'.
           02 FILLER PIC X(14) VALUE 'PARKPURG.PRN'.
           02 FILLER PIC X(14) VALUE 'PROVOBS.PRN'.
           02 FILLER PIC X(14) VALUE 'RAPPEL.PRN'.
           02 FILLER PIC X(14) VALUE 'RECALL.PRN'.
           02 FILLER PIC X(14) VALUE 'RECEPCOS.PRN'.
           02 FILLER PIC X(14) VALUE 'REMISION.PRN'.
           02 FILLER PIC X(14) VALUE 'REMPAGO.PRN'.
           02 FILLER PIC X(14) VALUE 'REPORTE.PRN'.
           02 FILLER PIC X(14) VALUE 'RETCERT.PRN'.
           02 FILLER PIC X(14) VALUE 'RUTA.PRN'.
           02 FILLER PIC X(14) VALUE 'SEPARE.PRN'.
           02 FILLER PIC X(14) VALUE 'SERVIC.PRN'.
           02 FILLER PIC X(14) VALUE 'SUSTIT.PRN'.
           02 FILLER PIC X(14) VALUE 'UBICAREC.PRN'.
       01 WS-MKE-TABLA REDEFINES WS-MKE-LISTA.
           02 WS-MKE-PRN      PIC X(14) OCCURS 37 TIMES.
      *
       01 WS-LNK-OPERATOR.
           02 WS-LNK-OPR-ID   PIC X(10).
           02 WS-LNK-OPR-ROLE PIC X(01).
           02 WS-LNK-EMPRESA  PIC X(20).
      *
       01 WS-LNK-ATP.
           02 WS-LNK-ATP-MODO   PIC X(01).
           02 WS-LNK-ATP-CODART PIC X(10).
           02 WS-LNK-ATP-ALM    PIC X(02).
           02 WS-LNK-ATP-CANT   PIC 9(5)V99.
           02 WS-LNK-ATP-HOY    PIC S9(7)V99.
           02 WS-LNK-ATP-FECHA  PIC X(08).
      *
       01 WS-LNK-ICO.
           02 WS-LNK-ICO-MODO   PIC X(01).
           02 WS-LNK-ICO-FACNUM PIC 9(06).
           02 WS-LNK-ICO-RESULT PIC X(01).
           02 WS-LNK-ICO-MOTIVO PIC X(40).
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 PERFORM 0100-WRITE-SES-REC
                 ACCEPT WS-KEY
              END-IF
              IF WS-PRS-OK = 1 AND WS-EMP-SEL = 3
              AND (WS-OPC = 22 OR WS-OPC = 55) THEN
                 DISPLAY WS-MSG-ENBQ
                 ACCEPT WS-KEY
                 MOVE 0 TO WS-PRS-OK
              END-IF
              IF WS-PRS-OK = 1
              EVALUATE WS-OPC
                 WHEN 1
                 WHEN 61
                    CALL 'REPLCLI01' USING WS-LNK-OPERATOR
                    ACCEPT WS-KEY
                 WHEN 62
                    CALL 'CHEQUE01' USING WS-LNK-OPERATOR
                 WHEN 63
                    CALL 'INTERES01' USING WS-LNK-OPERATOR
                 WHEN 64
                    CALL 'CONCIL01' USING WS-LNK-OPERATOR
                 WHEN 65
                    CALL 'CAJA01' USING WS-LNK-OPERATOR
                 WHEN 66
                    CALL 'SEPARE01' USING WS-LNK-OPERATOR
                 WHEN 67
                    CALL 'ANULA01' USING WS-LNK-OPERATOR
                 WHEN 68
                    CALL 'RESOL01' USING WS-LNK-OPERATOR
                 WHEN 69
                    CALL 'EXCPRE01' USING WS-LNK-OPERATOR
                 WHEN 70
                    CALL 'COTSEG01' USING WS-LNK-OPERATOR
                 WHEN 71
                    CALL 'FUSION01' USING WS-LNK-OPERATOR
                 WHEN 72
                    CALL 'RECODI01' USING WS-LNK-OPERATOR
                 WHEN 73
                    CALL 'EXTMES01' USING WS-LNK-OPERATOR
                 WHEN 74
                    CALL 'IMPPED01' USING WS-LNK-OPERATOR
                 WHEN 75
                    CALL 'TIENDA01' USING WS-LNK-OPERATOR
                 WHEN 76
                    CALL 'CONSCLI01' USING WS-LNK-OPERATOR
                 WHEN 77
                    CALL 'CUPO01' USING WS-LNK-OPERATOR
                 WHEN 78
                    CALL 'AUTOVEN01' USING WS-LNK-OPERATOR
                 WHEN 79
                    CALL 'RETEN01' USING WS-LNK-OPERATOR
                 WHEN 80
                    CALL 'EXOGEN01' USING WS-LNK-OPERATOR
                 WHEN 81
                    CALL 'RECNF01' USING WS-LNK-OPERATOR
                 WHEN 82
                    CALL 'PROVART01' USING WS-LNK-OPERATOR
                 WHEN 83
                    CALL 'AVISO01' USING WS-LNK-OPERATOR
                 WHEN 84
                    CALL 'RAPPEL01' USING WS-LNK-OPERATOR
                 WHEN 85
                    CALL 'FLUJO01' USING WS-LNK-OPERATOR
                 WHEN 86
                    CALL 'VARCOM01' USING WS-LNK-OPERATOR
                 WHEN 87
                    CALL 'REVSTD01' USING WS-LNK-OPERATOR
                 WHEN 88
                    CALL 'PROVOB01' USING WS-LNK-OPERATOR
                 WHEN 89
                    CALL 'CONCINV01' USING WS-LNK-OPERATOR
                 WHEN 90
                    CALL 'INVFEC01' USING WS-LNK-OPERATOR
                 WHEN 91
                    INITIALIZE WS-LNK-ATP
                    CALL 'ATP01' USING WS-LNK-OPERATOR WS-LNK-ATP
                 WHEN 92
                    CALL 'MRP01' USING WS-LNK-OPERATOR
                 WHEN 93
                    CALL 'ENSAMB01' USING WS-LNK-OPERATOR
                 WHEN 94
                    CALL 'DEMANDA01' USING WS-LNK-OPERATOR
                 WHEN 95
                    CALL 'REPALM01' USING WS-LNK-OPERATOR
                 WHEN 96
                    CALL 'ESTART01' USING WS-LNK-OPERATOR
                 WHEN 97
                    CALL 'SUSTIT01' USING WS-LNK-OPERATOR
                 WHEN 98
                    CALL 'SERVIC01' USING WS-LNK-OPERATOR
                 WHEN 99
                    CALL 'SOD01' USING WS-LNK-OPERATOR
                 WHEN 0
                    PERFORM 0100-MENU-GRUPO
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
                    ACCEPT WS-KEY
              END-EVALUATE
              END-IF
              IF WS-EMP-SEL = 3 THEN
                 PERFORM 0100-ENT-MARCAS
              END-IF
           END-PERFORM
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE WS-EMP-DIR TO WS-SES-DETALLE
      *    that company's data directory. The shared operator file of
      *    the base directory is mirrored into the company set at
      *    sign-on and back at sign-off, so everybody keeps one
      *    password. The third choice is the training data set of
      *    directory ENTRENA, a copy of a live company a supervisor
      *    refreshes on demand (ENTRENA01); it is only usable once a
      *    refresh has flagged its parameter record.
      *-----------------------------------------------------------------
       0100-PICK-EMPRESA.
           MOVE 0 TO WS-EMP-IDX
           DISPLAY 'Empresa de trabajo:'
           DISPLAY '1 - ' WS-EMP-NOM1
           DISPLAY '2 - ' WS-EMP-NOM2
           DISPLAY '3 - ENTRENAMIENTO (practica, sin validez)'
           DISPLAY 'Seleccione (1/2/3): ' WITH NO ADVANCING
           ACCEPT WS-EMP-SEL
           IF WS-EMP-SEL NOT = 2 AND WS-EMP-SEL NOT = 3 THEN
              MOVE 1 TO WS-EMP-SEL
           END-IF
           IF WS-EMP-SEL = 1 THEN
              MOVE WS-EMP-NOM1(1:20) TO WS-LNK-EMPRESA
              CALL 'CBL_CREATE_DIR' USING 'EMPRESA1'
              SET ENVIRONMENT 'COB_FILE_PATH' TO 'EMPRESA1'
           END-IF
           IF WS-EMP-SEL = 2 THEN
              MOVE 'EMPRESA2' TO WS-EMP-DIR
              MOVE WS-EMP-NOM2(1:20) TO WS-LNK-EMPRESA
              CALL 'CBL_CREATE_DIR' USING 'EMPRESA2'
              SET ENVIRONMENT 'COB_FILE_PATH' TO 'EMPRESA2'
           END-IF
           IF WS-EMP-SEL = 3 THEN
              PERFORM 0100-PICK-ENTRENA
           ELSE
              PERFORM 0100-SYNC-OPS-IN
              PERFORM 0100-SEED-EMPRESA
           END-IF
           MOVE 'EMPRESA' TO WS-SES-EVENTO
           MOVE WS-EMP-DIR TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PICK-ENTRENA : Routes the session to the training data
      *    set. A supervisor may first refresh it from a live company;
      *    a set no refresh has prepared is refused, since nothing
      *    would then keep its documents apart from the real ones.
      *-----------------------------------------------------------------
       0100-PICK-ENTRENA.
           MOVE 'ENTRENA' TO WS-EMP-DIR
           MOVE 'ENTRENAMIENTO' TO WS-LNK-EMPRESA
           CALL 'CBL_CREATE_DIR' USING 'ENTRENA'
           SET ENVIRONMENT 'COB_FILE_PATH' TO 'ENTRENA'
           PERFORM 0100-SYNC-OPS-IN
           IF WS-ROLE-SUPERVISOR THEN
              DISPLAY 'Renovar el entrenamiento desde una empresa '
                 'real? (S/N): ' WITH NO ADVANCING
              ACCEPT WS-KEY
              IF WS-KEY = 'S' OR WS-KEY = 's' THEN
                 CALL 'ENTRENA01' USING WS-LNK-OPERATOR
              END-IF
           END-IF
           PERFORM 0100-LOAD-PARAMS
           IF NOT WS-PAR-MODO-ENTRENA THEN
              DISPLAY WS-MSG-ETNP
              ACCEPT WS-KEY
              STOP RUN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SEED-EMPRESA : Mirrors the selected company record of
      *    the base directory into the routed EMPRESA.DAT, so every
      *    subsystem of a freshly chosen company finds its letterhead
       0100-SYNC-OUT-FIN.
           EXIT.
      *-----------------------------------------------------------------
      *    0100-ENT-MARCAS : After every option of a training session,
      *    frames each printout and every report registered in
      *    INFORMES.LOG with the ENTRENAMIENTO - SIN VALIDEZ line, top
      *    and bottom, where the program did not already do so.
      *-----------------------------------------------------------------
       0100-ENT-MARCAS.
           PERFORM VARYING WS-MKE-IDX FROM 1 BY 1
                   UNTIL WS-MKE-IDX > 37
              MOVE WS-MKE-PRN(WS-MKE-IDX) TO WS-MKE-FNAME
              PERFORM 0100-ENT-MARCA-UNO THRU 0100-ENT-MARCA-UNO-FIN
           END-PERFORM
           OPEN INPUT RPTLOG
           MOVE 0 TO WS-MKE-LOGFIN
           PERFORM UNTIL WS-MKE-LOGFIN = 1
              READ RPTLOG
                 AT END
                    MOVE 1 TO WS-MKE-LOGFIN
                 NOT AT END
                    MOVE RPTLOG-RECORD TO WS-MKE-FNAME
                    PERFORM 0100-ENT-MARCA-UNO
                       THRU 0100-ENT-MARCA-UNO-FIN
              END-READ
           END-PERFORM
           CLOSE RPTLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ENT-MARCA-UNO : Frames one file. A first pass finds
      *    whether the first and last lines already carry the mark;
      *    only a file missing either is rewritten through
      *    ENTMARCA.TMP, so the sweep can run after every option.
      *-----------------------------------------------------------------
       0100-ENT-MARCA-UNO.
           IF WS-MKE-FNAME = SPACES THEN
              GO TO 0100-ENT-MARCA-UNO-FIN
           END-IF
           MOVE 0 TO WS-MKE-ARRIBA
           MOVE 0 TO WS-MKE-ABAJO
           MOVE 0 TO WS-MKE-LINEAS
           OPEN INPUT MKEARCH
           IF WS-MKE-STATUS NOT = '00' THEN
              CLOSE MKEARCH
              GO TO 0100-ENT-MARCA-UNO-FIN
           END-IF
           MOVE 0 TO WS-MKE-FIN
           PERFORM UNTIL WS-MKE-FIN = 1
              READ MKEARCH
                 AT END
                    MOVE 1 TO WS-MKE-FIN
                 NOT AT END
                    ADD 1 TO WS-MKE-LINEAS
                    IF MKE-REG = WS-ENT-MARCA THEN
                       IF WS-MKE-LINEAS = 1 THEN
                          MOVE 1 TO WS-MKE-ARRIBA
                       END-IF
                       MOVE 1 TO WS-MKE-ABAJO
                    ELSE
                       MOVE 0 TO WS-MKE-ABAJO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MKEARCH
           IF WS-MKE-LINEAS = 0 THEN
              GO TO 0100-ENT-MARCA-UNO-FIN
           END-IF
           IF WS-MKE-ARRIBA = 1 AND WS-MKE-ABAJO = 1 THEN
              GO TO 0100-ENT-MARCA-UNO-FIN
           END-IF
           OPEN INPUT MKEARCH
           OPEN OUTPUT MKETEMP
           IF WS-MKE-ARRIBA = 0 THEN
              MOVE WS-ENT-MARCA TO MKT-REG
              WRITE MKT-REG
           END-IF
           MOVE 0 TO WS-MKE-FIN
           PERFORM UNTIL WS-MKE-FIN = 1
              READ MKEARCH
                 AT END
                    MOVE 1 TO WS-MKE-FIN
                 NOT AT END
                    MOVE MKE-REG TO MKT-REG
                    WRITE MKT-REG
              END-READ
           END-PERFORM
           IF WS-MKE-ABAJO = 0 THEN
              MOVE WS-ENT-MARCA TO MKT-REG
              WRITE MKT-REG
           END-IF
           CLOSE MKETEMP
           CLOSE MKEARCH
           OPEN INPUT MKETEMP
           OPEN OUTPUT MKEARCH
           MOVE 0 TO WS-MKE-FIN
           PERFORM UNTIL WS-MKE-FIN = 1
              READ MKETEMP
                 AT END
                    MOVE 1 TO WS-MKE-FIN
                 NOT AT END
                    MOVE MKT-REG TO MKE-REG
                    WRITE MKE-REG
              END-READ
           END-PERFORM
           CLOSE MKEARCH
           CLOSE MKETEMP
           OPEN OUTPUT MKETEMP
           CLOSE MKETEMP.
       0100-ENT-MARCA-UNO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOW-MENU : Display the front-door options and read
      *    the user's choice.
      *-----------------------------------------------------------------
           DISPLAY '===================================='
           DISPLAY '      MENU PRINCIPAL - SISTEMA       '
           DISPLAY '===================================='
           IF WS-EMP-SEL = 3 THEN
              DISPLAY WS-ENT-MARCA
           END-IF
           DISPLAY 'Operador: ' WS-OPERATOR-ID
              '   Empresa: ' WS-LNK-EMPRESA
           MOVE WS-DSH-LOW TO WS-DSH-LOW-ED
           DISPLAY 'OC que vencen esta semana: ' WS-DSH-PED-ED
           DISPLAY 'Ultimo archivo de periodo: ' WS-DSH-ARC
           DISPLAY 'Ultimo respaldo completo : ' WS-DSH-BAK
           DISPLAY 'Resolucion facturas: ' WS-DSH-RES
           DISPLAY 'Archivo de inventario: ' WS-DSH-LCK
           DISPLAY '===================================='
           DISPLAY '1 - Inventario   (INV01)'
           DISPLAY '59- Respaldo del Sistema (RESPALD01)'
           DISPLAY '60- Cruce de Archivos (CRUCE01)'
           DISPLAY '61- Replay de Cartera (REPLCLI01)'
           DISPLAY '62- Cartera de Cheques (CHEQUE01)'
           DISPLAY '63- Intereses de Mora (INTERES01)'
           DISPLAY '64- Conciliacion Bancaria (CONCIL01)'
           DISPLAY '65- Caja por Operador (CAJA01)'
           DISPLAY '66- Plan Separe (SEPARE01)'
           DISPLAY '67- Anulacion y Consecutivos (ANULA01)'
           DISPLAY '68- Resoluciones de Facturacion (RESOL01)'
           DISPLAY '69- Excepciones de Precio (EXCPRE01)'
           DISPLAY '70- Seguimiento de Cotizaciones (COTSEG01)'
           DISPLAY '71- Fusion de Clientes (FUSION01)'
           DISPLAY '72- Recodificacion de Articulos (RECODI01)'
           DISPLAY '73- Extractos Mensuales de Clientes (EXTMES01)'
           DISPLAY '74- Importacion de Pedidos de Clientes (IMPPED01)'
           DISPLAY '75- Catalogo para la Tienda en Linea (TIENDA01)'
           DISPLAY '76- Consignacion en Clientes (CONSCLI01)'
           DISPLAY '77- Control de Cupos de Credito (CUPO01)'
           DISPLAY '78- Venta en Ruta con Vehiculo (AUTOVEN01)'
           DISPLAY '79- Retenciones en la Fuente (RETEN01)'
           DISPLAY '80- Informacion Exogena de Terceros (EXOGEN01)'
           DISPLAY '81- Recibido No Facturado (RECNF01)'
           DISPLAY '82- Proveedores Aprobados por Articulo (PROVART01)'
           DISPLAY '83- Avisos de Despacho de Proveedores (AVISO01)'
           DISPLAY '84- Rappel por Volumen de Proveedores (RAPPEL01)'
           DISPLAY '85- Flujo de Caja Proyectado (FLUJO01)'
           DISPLAY '86- Variacion de Precio de Compra (VARCOM01)'
           DISPLAY '87- Revision Anual de Costo Estandar (REVSTD01)'
           DISPLAY '88- Provision por Obsolescencia (PROVOB01)'
           DISPLAY '89- Conciliacion Inventario-Contable (CONCINV01)'
           DISPLAY '90- Inventario a una Fecha (INVFEC01)'
           DISPLAY '91- Disponible para Prometer (ATP01)'
           DISPLAY '92- Plan de Requerimientos de Kits (MRP01)'
           DISPLAY '93- Ordenes de Trabajo de Ensamble (ENSAMB01)'
           DISPLAY '94- Pronostico de Demanda Mensual (DEMANDA01)'
           DISPLAY '95- Reposicion entre Almacenes (REPALM01)'
           DISPLAY '96- Ciclo de Vida de Articulos (ESTART01)'
           DISPLAY '97- Articulos Sustitutos (SUSTIT01)'
           DISPLAY '98- Ordenes de Servicio y Garantia (SERVIC01)'
           DISPLAY '99- Segregacion de Funciones (SOD01)'
           DISPLAY '0 - Grupo y Gerencia (supervisor)'
           DISPLAY '9 - Salir'
           DISPLAY '===================================='
           DISPLAY 'Ingrese opcion: ' WITH NO ADVANCING
      *    matrix of PERMISOS.DAT before launching a subsystem. An
      *    operator without any explicit profile keeps the plain S/O
      *    role behaviour; one with a profile may only take the
      *    options it lists. Option 9 (exit) is always allowed, and
      *    so is option 0, whose menu is kept to supervisors.
      *-----------------------------------------------------------------
       0100-CHECK-PERMISO.
           SET WS-PRS-OK TO 1
           IF WS-OPC = 9 OR WS-OPC = 0 THEN
              GO TO 0100-CHECK-PERMISO-FIN
           END-IF
           SET WS-PRS-ANY TO 0
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MENU-GRUPO : Group and management menu, for supervisors
      *    only: the sales between the two companies of the group and
      *    the consolidated figures of both.
      *-----------------------------------------------------------------
       0100-MENU-GRUPO.
           IF NOT WS-ROLE-SUPERVISOR THEN
              DISPLAY WS-MSG-NOAC
              ACCEPT WS-KEY
              GO TO 0100-MENU-GRUPO-FIN
           END-IF
           MOVE 0 TO WS-OPG
           PERFORM UNTIL WS-OPG = 9
              CALL 'SYSTEM' USING 'CLS'
              DISPLAY '===================================='
              DISPLAY '        GRUPO Y GERENCIA             '
              DISPLAY '===================================='
              IF WS-EMP-SEL = 3 THEN
                 DISPLAY WS-ENT-MARCA
              END-IF
              DISPLAY '1 - Ventas entre Empresas (INTERCO01)'
              DISPLAY '2 - Consolidado del Grupo (CONSOL01)'
              DISPLAY '3 - Indicadores de Gestion (KPI01)'
              DISPLAY '9 - Volver'
              DISPLAY '===================================='
              DISPLAY 'Ingrese opcion: ' WITH NO ADVANCING
              ACCEPT WS-OPG
              EVALUATE WS-OPG
                 WHEN 1
                    INITIALIZE WS-LNK-ICO
                    CALL 'INTERCO01' USING WS-LNK-OPERATOR
                                           WS-LNK-ICO
                 WHEN 2
                    CALL 'CONSOL01' USING WS-LNK-OPERATOR
                 WHEN 3
                    CALL 'KPI01' USING WS-LNK-OPERATOR
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'Opcion invalida.'
                    ACCEPT WS-KEY
              END-EVALUATE
           END-PERFORM.
       0100-MENU-GRUPO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DASHBOARD : Gathers the day's exceptions shown above
      *    the menu: articles below MINSTOCK, open backorders, purchase
      *    orders due within a week, the last period archive taken,
      *    whether another session holds INVENTARIO.DAT and how many
      *    invoice numbers and days the numbering resolution has left.
      *-----------------------------------------------------------------
       0100-DASHBOARD.
           MOVE 0 TO WS-DSH-LOW
              END-READ
              CLOSE LOCKFILE
           END-IF
      *    INVOICE NUMBERING RESOLUTION OF THE NEXT INVOICE
           PERFORM 0100-LOAD-PARAMS
           MOVE WS-PAR-NEXTFAC TO WS-RES-NUM
           IF WS-RES-NUM = 0 THEN
              MOVE 1 TO WS-RES-NUM
           END-IF
           MOVE WS-DATETIME(1:8) TO WS-RES-HOY
           PERFORM 0100-CHECK-RESOLUCION
           MOVE WS-RES-QUEDAN TO WS-DSH-RES-ED1
           MOVE WS-RES-DIAS TO WS-DSH-RES-ED2
           MOVE SPACES TO WS-DSH-RES
           EVALUATE TRUE
              WHEN WS-RES-HAY = 0
                 MOVE 'NO REGISTRADAS' TO WS-DSH-RES
              WHEN WS-RES-OK = 0
                 MOVE 'SIN RESOLUCION VIGENTE' TO WS-DSH-RES
              WHEN WS-RES-QUEDAN < WS-PAR-RESAVF
              OR WS-RES-DIAS < WS-PAR-RESAVD
                 STRING 'AVISO: quedan ' WS-DSH-RES-ED1
                        ' facturas / ' WS-DSH-RES-ED2 ' dias'
                 DELIMITED BY SIZE INTO WS-DSH-RES
              WHEN OTHER
                 STRING 'OK ' WS-DSH-RES-ED1
                        ' facturas / ' WS-DSH-RES-ED2 ' dias'
                 DELIMITED BY SIZE INTO WS-DSH-RES
           END-EVALUATE
           EXIT.
      *
       copy "LOGIN.cpy".
       copy "SESLOG.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "RESCHK.cpy".
      *
       END PROGRAM MENUPPAL.
