      ******************************************************************
      * Program      : KPI01.cbl                                       *
      * Purpose      : Monthly management indicators in one pack: net  *
      *                sales and gross margin (invoices less credit    *
      *                notes), stock value, days of inventory and      *
      *                turnover, days of receivables (CARTERA) and of  *
      *                payables (FACPROV), the fill rate of customer   *
      *                demand, shrinkage value by RAZONES class and    *
      *                overdue receivables. Each figure is shown next  *
      *                to the month before and the same month of the   *
      *                year before with the change, as kept in         *
      *                KPIMES.DAT. Printed to KPI.PRN and as a CSV     *
      *                registered in INFORMES.LOG.                     *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      The lines of a voided invoice   *
      *                                are skipped by its own number   *
      *                                (ANUCHK) and not by the last    *
      *                                header read: on the date key    *
      *                                the records of invoices of one  *
      *                                day may come interleaved.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "NCRSEL.cpy".
       copy "CXCSEL.cpy".
       copy "CLISEL.cpy".
       copy "FPRSEL.cpy".
       copy "SUSSEL.cpy".
       copy "KPISEL.cpy".
      *
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT OPTIONAL MOVROLL ASSIGN TO WS-KP-ROLLNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KP-ROL-ST.
      *
           SELECT KPPRN ASSIGN TO "KPI.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "NCRFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "FPRFD.cpy".
      *
       copy "SUSFD.cpy".
      *
       copy "KPIFD.cpy".
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
      *
       FD MOVROLL.
       01 ROLL-RECORD          PIC X(100).
      *
       FD KPPRN.
       01 KPPRN-RECORD         PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ANUWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-NCR-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-FPR-STATUS      PIC XX.
           77 WS-KPI-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-EMP-FOUND       PIC 9 VALUE 0.
           77 WS-KP-ROL-ST       PIC XX.
           77 WS-KP-ROLLNAME     PIC X(30).
           77 WS-KP-MES          PIC X(06).
           77 WS-KP-MES-ANT      PIC X(06).
           77 WS-KP-MES-LY       PIC X(06).
           77 WS-KP-MES-SIG      PIC X(06).
           77 WS-KP-AA           PIC 9(04).
           77 WS-KP-MM           PIC 9(02).
           77 WS-KP-INI-N        PIC 9(08).
           77 WS-KP-FIN-N        PIC 9(08).
           77 WS-KP-DIAS         PIC 9(03) VALUE 0.
           77 WS-KP-GUARDADO     PIC 9 VALUE 0.
           77 WS-KP-CALCULAR     PIC 9 VALUE 1.
           77 WS-KP-HAY-ANT      PIC 9 VALUE 0.
           77 WS-KP-HAY-LY       PIC 9 VALUE 0.
           77 WS-KP-RZN-OK       PIC 9 VALUE 0.
           77 WS-KP-IDX          PIC 9(02) VALUE 0.
           77 WS-KP-PTR          PIC 9(03) VALUE 1.
           77 WS-V-KP-QTY        PIC 9(7)V99.
           77 WS-V-KP-UCOSTO     PIC 9(5)V99.
           77 WS-V-KP-VAL        PIC 9(11)V99.
           77 WS-V-KP-REST       PIC S9(11)V99.
           77 WS-V-KP-CANT       PIC 9(7)V99.
           77 WS-V-KP-PCT        PIC S9(5)V99.
           77 WS-V-KP-CHG        PIC S9(11)V99.
           77 WS-KP-COSTO        PIC S9(11)V99 VALUE 0.
           77 WS-KP-UNID         PIC 9(11)V99 VALUE 0.
           77 WS-KP-FALTA        PIC 9(11)V99 VALUE 0.
           77 WS-KP-CXC          PIC S9(11)V99 VALUE 0.
           77 WS-KP-CXC-MES      PIC 9(11)V99 VALUE 0.
           77 WS-KP-CXP          PIC S9(11)V99 VALUE 0.
           77 WS-KP-CXP-MES      PIC 9(11)V99 VALUE 0.
           77 WS-KP-VAL-ED       PIC -ZZZZZZZZZ9.99.
           77 WS-KP-PCT-ED       PIC -ZZ9.99.
      *
      *    FIGURES OF THE MONTH, THE MONTH BEFORE AND THE SAME MONTH
      *    OF THE YEAR BEFORE, IN THE ORDER OF KPI-TABLA.
       01 WS-KP-CUR-TABLE.
           02 WS-KP-CUR          PIC S9(11)V99 OCCURS 15 TIMES.
       01 WS-KP-ANT-TABLE.
           02 WS-KP-ANT          PIC S9(11)V99 OCCURS 15 TIMES.
       01 WS-KP-LY-TABLE.
           02 WS-KP-LY           PIC S9(11)V99 OCCURS 15 TIMES.
      *
       01 WS-KP-NOMBRES.
           02 FILLER PIC X(20) VALUE 'VENTAS NETAS'.
           02 FILLER PIC X(20) VALUE 'MARGEN BRUTO'.
           02 FILLER PIC X(20) VALUE 'MARGEN BRUTO %'.
           02 FILLER PIC X(20) VALUE 'VALOR INVENTARIO'.
           02 FILLER PIC X(20) VALUE 'DIAS DE INVENTARIO'.
           02 FILLER PIC X(20) VALUE 'ROTACION ANUAL'.
           02 FILLER PIC X(20) VALUE 'DIAS CARTERA (DSO)'.
           02 FILLER PIC X(20) VALUE 'DIAS PROVEED. (DPO)'.
           02 FILLER PIC X(20) VALUE 'NIVEL SERVICIO %'.
           02 FILLER PIC X(20) VALUE 'MERMA DANO'.
           02 FILLER PIC X(20) VALUE 'MERMA ROBO'.
           02 FILLER PIC X(20) VALUE 'MERMA VENCIMIENTO'.
           02 FILLER PIC X(20) VALUE 'MERMA CORRECCION'.
           02 FILLER PIC X(20) VALUE 'MERMA SIN CLASE'.
           02 FILLER PIC X(20) VALUE 'CARTERA VENCIDA'.
       01 WS-KP-NOMBRES-T REDEFINES WS-KP-NOMBRES.
           02 WS-KP-NOMBRE       PIC X(20) OCCURS 15 TIMES.
      *
      *    ONE LINE OF THE PACK, AS SHOWN AND PRINTED.
       01 WS-KP-LINEA.
           02 WS-KP-L-NOMBRE     PIC X(20).
           02 WS-KP-L-CUR        PIC X(14).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WS-KP-L-ANT        PIC X(14).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WS-KP-L-VANT       PIC X(07).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WS-KP-L-LY         PIC X(14).
           02 FILLER             PIC X(01) VALUE SPACE.
           02 WS-KP-L-VLY        PIC X(07).
      *
           77 WS-ST-KP     PIC X(25) VALUE 'INDICADORES DEL MES      '.
           77 WS-MSG-KPMS PIC X(80) VALUE ' Mes del paquete (AAAAMM,'-
       ' vacio = mes anterior):                                '.
           77 WS-MSG-KPMX PIC X(80) VALUE ' Mes invalido. Use el for'-
       'mato AAAAMM.                                           '.
           77 WS-MSG-KPGU PIC X(80) VALUE ' Ese mes ya esta guardado'-
       '. Recalcularlo con los datos de hoy? (S/N)             '.
           77 WS-MSG-KPOK PIC X(80) VALUE ' Paquete en KPI.PRN y en '-
       'CSV registrado en INFORMES.LOG.                        '.
           77 WS-MSG-KPSA PIC X(80) VALUE ' Saldos (inventario, cart'-
       'era, proveedores) a la fecha de calculo:               '.
           77 WS-TX-KP1   PIC X(70) VALUE 'PAQUETE MENSUAL DE INDICA'-
       'DORES DE GESTION'.
           77 WS-LB-KP    PIC X(80) VALUE 'INDICADOR               M'-
       'ES ACTUAL   MES ANTERIOR    VAR%   ANO ANTERIOR    VAR%'.
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
              WS-ST-KP          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:4) TO WS-KP-AA
           MOVE WS-DATETIME(5:2) TO WS-KP-MM
           PERFORM 0100-KP-MES-PREVIO
           DISPLAY WS-MSG-KPMS LINE 06 COL 01
           MOVE SPACES TO WS-KP-MES
           ACCEPT WS-KP-MES LINE 06 COL 50
           IF WS-KP-MES = SPACES OR WS-KP-MES = LOW-VALUE THEN
              MOVE WS-KP-AA TO WS-KP-MES(1:4)
              MOVE WS-KP-MM TO WS-KP-MES(5:2)
           END-IF
           IF WS-KP-MES NOT NUMERIC
           OR WS-KP-MES(5:2) < '01' OR WS-KP-MES(5:2) > '12' THEN
              DISPLAY WS-MSG-KPMX LINE 22 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           PERFORM 0100-KP-PERIODOS
           SET WS-KP-CALCULAR TO 1
           PERFORM 0100-KP-LEE-HISTORIA
           IF WS-KP-GUARDADO = 1 THEN
              DISPLAY WS-MSG-KPGU LINE 08 COL 01
              ACCEPT WS-OPTX LINE 08 COL 79 PROMPT
              IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
                 SET WS-KP-CALCULAR TO 0
              END-IF
              DISPLAY WS-SPC LINE 08 COL 01
           END-IF
           IF WS-KP-CALCULAR = 1 THEN
              PERFORM 0100-KP-CALCULA
              PERFORM 0100-KP-GUARDA
           END-IF
           PERFORM 0100-KP-WRITE-REPORT
           DISPLAY WS-MSG-KPOK LINE 23 COL 01.
      *
       0000-MAIN-FIN.
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-KP-MES-PREVIO : Steps WS-KP-AA/WS-KP-MM back one month.
      *-----------------------------------------------------------------
       0100-KP-MES-PREVIO.
           IF WS-KP-MM = 1 THEN
              SUBTRACT 1 FROM WS-KP-AA
              MOVE 12 TO WS-KP-MM
           ELSE
              SUBTRACT 1 FROM WS-KP-MM
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-PERIODOS : The month before, the same month of the
      *    year before, the month after and the days of the month.
      *-----------------------------------------------------------------
       0100-KP-PERIODOS.
           MOVE WS-KP-MES(1:4) TO WS-KP-AA
           MOVE WS-KP-MES(5:2) TO WS-KP-MM
           PERFORM 0100-KP-MES-PREVIO
           MOVE WS-KP-AA TO WS-KP-MES-ANT(1:4)
           MOVE WS-KP-MM TO WS-KP-MES-ANT(5:2)
           MOVE WS-KP-MES(1:4) TO WS-KP-AA
           SUBTRACT 1 FROM WS-KP-AA
           MOVE WS-KP-AA TO WS-KP-MES-LY(1:4)
           MOVE WS-KP-MES(5:2) TO WS-KP-MES-LY(5:2)
           MOVE WS-KP-MES(1:4) TO WS-KP-AA
           MOVE WS-KP-MES(5:2) TO WS-KP-MM
           IF WS-KP-MM = 12 THEN
              ADD 1 TO WS-KP-AA
              MOVE 1 TO WS-KP-MM
           ELSE
              ADD 1 TO WS-KP-MM
           END-IF
           MOVE WS-KP-AA TO WS-KP-MES-SIG(1:4)
           MOVE WS-KP-MM TO WS-KP-MES-SIG(5:2)
           MOVE WS-KP-MES TO WS-KP-INI-N(1:6)
           MOVE '01' TO WS-KP-INI-N(7:2)
           MOVE WS-KP-MES-SIG TO WS-KP-FIN-N(1:6)
           MOVE '01' TO WS-KP-FIN-N(7:2)
           COMPUTE WS-KP-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-KP-FIN-N)
              - FUNCTION INTEGER-OF-DATE(WS-KP-INI-N)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-LEE-HISTORIA : The month asked for, the month before
      *    and the same month of the year before, from KPIMES.DAT.
      *-----------------------------------------------------------------
       0100-KP-LEE-HISTORIA.
           SET WS-KP-GUARDADO TO 0
           SET WS-KP-HAY-ANT TO 0
           SET WS-KP-HAY-LY TO 0
           INITIALIZE WS-KP-CUR-TABLE
           INITIALIZE WS-KP-ANT-TABLE
           INITIALIZE WS-KP-LY-TABLE
           OPEN INPUT KPIMES
           IF WS-KPI-STATUS = '00' THEN
              MOVE WS-KP-MES TO KPI-MES
              READ KPIMES
                 KEY IS KPI-MES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-KP-GUARDADO TO 1
                    MOVE KPI-CIFRAS TO WS-KP-CUR-TABLE
              END-READ
              MOVE WS-KP-MES-ANT TO KPI-MES
              READ KPIMES
                 KEY IS KPI-MES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-KP-HAY-ANT TO 1
                    MOVE KPI-CIFRAS TO WS-KP-ANT-TABLE
              END-READ
              MOVE WS-KP-MES-LY TO KPI-MES
              READ KPIMES
                 KEY IS KPI-MES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-KP-HAY-LY TO 1
                    MOVE KPI-CIFRAS TO WS-KP-LY-TABLE
              END-READ
           END-IF
           CLOSE KPIMES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-CALCULA : Every figure of the month. Flows (sales,
      *    margin, shrinkage, fill rate) are the month's; balances
      *    (stock, receivables, payables) are as of today.
      *-----------------------------------------------------------------
       0100-KP-CALCULA.
           INITIALIZE WS-KP-CUR-TABLE
           MOVE 0 TO WS-KP-COSTO
           MOVE 0 TO WS-KP-UNID
           MOVE 0 TO WS-KP-FALTA
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-VEN-HOY-N
           OPEN INPUT INVENTARIO
           PERFORM 0100-KP-VENTAS
           PERFORM 0100-KP-NOTAS
           OPEN INPUT RAZONES
           IF WS-RZN-STATUS = '00' THEN
              SET WS-KP-RZN-OK TO 1
           ELSE
              SET WS-KP-RZN-OK TO 0
           END-IF
           PERFORM 0100-KP-MERMAS
           IF WS-KP-RZN-OK = 1 THEN
              CLOSE RAZONES
           END-IF
           CLOSE INVENTARIO
           PERFORM 0100-KP-VALUATION
           PERFORM 0100-KP-CARTERA
           PERFORM 0100-KP-PROVEEDORES
           PERFORM 0100-KP-SERVICIO
           COMPUTE WS-KP-CUR(2) = WS-KP-CUR(1) - WS-KP-COSTO
           IF WS-KP-CUR(1) > 0 THEN
              COMPUTE WS-KP-CUR(3) ROUNDED =
                 WS-KP-CUR(2) * 100 / WS-KP-CUR(1)
           END-IF
           IF WS-KP-COSTO > 0 THEN
              COMPUTE WS-KP-CUR(5) ROUNDED =
                 WS-KP-CUR(4) * WS-KP-DIAS / WS-KP-COSTO
           END-IF
           IF WS-KP-CUR(4) > 0 THEN
              COMPUTE WS-KP-CUR(6) ROUNDED =
                 WS-KP-COSTO * 12 / WS-KP-CUR(4)
           END-IF
           IF WS-KP-CXC-MES > 0 THEN
              COMPUTE WS-KP-CUR(7) ROUNDED =
                 WS-KP-CXC * WS-KP-DIAS / WS-KP-CXC-MES
           END-IF
           IF WS-KP-CXP-MES > 0 THEN
              COMPUTE WS-KP-CUR(8) ROUNDED =
                 WS-KP-CXP * WS-KP-DIAS / WS-KP-CXP-MES
           END-IF
           IF WS-KP-UNID + WS-KP-FALTA > 0 THEN
              COMPUTE WS-KP-CUR(9) ROUNDED =
                 WS-KP-UNID * 100 / (WS-KP-UNID + WS-KP-FALTA)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-VENTAS : The month's invoice lines, skipping voided
      *    invoices, through the FAC-FECHA key: sales, cost (stamped
      *    at posting or else average, standard when zero) and units
      *    served.
      *-----------------------------------------------------------------
       0100-KP-VENTAS.
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '35' THEN
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM 0100-ANU-INICIO
              MOVE WS-KP-MES TO FAC-FECHA(1:6)
              MOVE '00' TO FAC-FECHA(7:2)
              START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-FECHA(1:6) > WS-KP-MES THEN
                          SET WS-END-FILE TO 1
                       END-IF
                       PERFORM 0100-ANU-REGISTRO
                       IF FAC-LIN NOT = 0
                       AND WS-ANU-ANULADA = 0
                       AND FAC-FECHA(1:6) = WS-KP-MES THEN
                          PERFORM 0100-KP-ADD-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTURAS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-ADD-LINE : One invoice line into sales and cost.
      *-----------------------------------------------------------------
       0100-KP-ADD-LINE.
           MOVE FAC-CANT TO WS-V-KP-QTY
           MOVE FAC-TOTAL TO WS-V-KP-VAL
           MOVE FAC-COSTO TO WS-V-KP-UCOSTO
           IF WS-V-KP-UCOSTO = 0 THEN
              MOVE FAC-CODART TO CODART
              PERFORM 0100-KP-ART-COST
           END-IF
           ADD WS-V-KP-VAL TO WS-KP-CUR(1)
           COMPUTE WS-KP-COSTO = WS-KP-COSTO
              + WS-V-KP-QTY * WS-V-KP-UCOSTO
           ADD WS-V-KP-QTY TO WS-KP-UNID
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-ART-COST : Average cost of the article in CODART
      *    (standard when zero) into WS-V-KP-UCOSTO; zero when the
      *    article is gone.
      *-----------------------------------------------------------------
       0100-KP-ART-COST.
           MOVE 0 TO WS-V-KP-UCOSTO
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE AVGCOST TO WS-V-KP-UCOSTO
                 IF WS-V-KP-UCOSTO = 0 THEN
                    MOVE STDCOST TO WS-V-KP-UCOSTO
                 END-IF
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-NOTAS : The month's credit note lines come off the
      *    sales, and the goods they return off the cost.
      *-----------------------------------------------------------------
       0100-KP-NOTAS.
           OPEN INPUT NOTASCR
           IF WS-NCR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ NOTASCR NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF NCR-LIN NOT = 0
                       AND NCR-FECHA(1:6) = WS-KP-MES THEN
                          MOVE NCR-CANT TO WS-V-KP-QTY
                          MOVE NCR-TOTAL TO WS-V-KP-VAL
                          MOVE NCR-CODART TO CODART
                          PERFORM 0100-KP-ART-COST
                          SUBTRACT WS-V-KP-VAL FROM WS-KP-CUR(1)
                          COMPUTE WS-KP-COSTO = WS-KP-COSTO
                             - WS-V-KP-QTY * WS-V-KP-UCOSTO
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTASCR
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-MERMAS : Negative adjustments and count differences
      *    of the month, from the rolled-over movement file of the
      *    month when there is one and from the live one.
      *-----------------------------------------------------------------
       0100-KP-MERMAS.
           MOVE SPACES TO WS-KP-ROLLNAME
           STRING 'MOVIMIENTOS_' WS-KP-MES '.DAT'
           DELIMITED BY SIZE INTO WS-KP-ROLLNAME
           OPEN INPUT MOVROLL
           IF WS-KP-ROL-ST = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MOVROLL
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE ROLL-RECORD TO MOV-REG
                       PERFORM 0100-KP-MERMA-MOV
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MOVROLL
           OPEN INPUT MOVIMSTK
           IF WS-MOV-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MOVIMSTK
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       PERFORM 0100-KP-MERMA-MOV
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MOVIMSTK
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-MERMA-MOV : The movement in MOV-REG, valued at cost
      *    as the shrinkage report of INV01 does, into the class of
      *    its reason code (first word of the reference).
      *-----------------------------------------------------------------
       0100-KP-MERMA-MOV.
           MOVE MOV-CANT TO WS-MOV-CANT
           IF WS-MOV-CANT < 0
           AND (MOV-TIPO = 'AJUSTE-I' OR MOV-TIPO = 'CONTEO')
           AND MOV-FECHA(1:6) = WS-KP-MES THEN
              MOVE MOV-CODART TO CODART
              PERFORM 0100-KP-ART-COST
              COMPUTE WS-V-ADJ-QTY = 0 - WS-MOV-CANT
              COMPUTE WS-V-KP-VAL = WS-V-ADJ-QTY * WS-V-KP-UCOSTO
              MOVE SPACE TO RZN-CLASE
              IF WS-KP-RZN-OK = 1 THEN
                 MOVE MOV-REF(1:6) TO RZN-CODIGO
                 READ RAZONES
                    KEY IS RZN-CODIGO
                    INVALID KEY
                       MOVE SPACE TO RZN-CLASE
                 END-READ
              END-IF
              EVALUATE RZN-CLASE
                 WHEN 'D'
                    ADD WS-V-KP-VAL TO WS-KP-CUR(10)
                 WHEN 'R'
                    ADD WS-V-KP-VAL TO WS-KP-CUR(11)
                 WHEN 'V'
                    ADD WS-V-KP-VAL TO WS-KP-CUR(12)
                 WHEN 'C'
                    ADD WS-V-KP-VAL TO WS-KP-CUR(13)
                 WHEN OTHER
                    ADD WS-V-KP-VAL TO WS-KP-CUR(14)
              END-EVALUATE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-VALUATION : Stock of every active article at average
      *    cost less its consigned units, as CONCINV01 values it.
      *-----------------------------------------------------------------
       0100-KP-VALUATION.
           OPEN INPUT INVENTARIO
           OPEN INPUT CONSIGNA
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF ACTFLAG-ACTIVE THEN
                       PERFORM 0100-KP-VALUE-ARTICLE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONSIGNA
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-VALUE-ARTICLE : The article in INVENT-REG.
      *-----------------------------------------------------------------
       0100-KP-VALUE-ARTICLE.
           MOVE CANT TO WS-V-KP-CANT
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
           IF WS-V-CSG-CANT > WS-V-KP-CANT THEN
              MOVE 0 TO WS-V-KP-CANT
           ELSE
              SUBTRACT WS-V-CSG-CANT FROM WS-V-KP-CANT
           END-IF
           MOVE AVGCOST TO WS-V-KP-UCOSTO
           COMPUTE WS-V-KP-VAL = WS-V-KP-CANT * WS-V-KP-UCOSTO
           ADD WS-V-KP-VAL TO WS-KP-CUR(4)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-CARTERA : Open receivables (credit notes against
      *    them), the part of them past due as CARTERA01 ages it, and
      *    the documents billed on credit in the month.
      *-----------------------------------------------------------------
       0100-KP-CARTERA.
           MOVE 0 TO WS-KP-CXC
           MOVE 0 TO WS-KP-CXC-MES
           OPEN INPUT CARTERA
           IF WS-CXC-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CARTERA NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       PERFORM 0100-KP-CXC-ITEM
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-CXC-ITEM : The CARTERA.DAT item in CXC-REG.
      *-----------------------------------------------------------------
       0100-KP-CXC-ITEM.
           IF CXC-FECHA(1:6) = WS-KP-MES
           AND NOT CXC-TIPO-NOTACRED THEN
              ADD CXC-VALOR TO WS-KP-CXC-MES
           END-IF
           IF CXC-EST-ABIERTA THEN
              COMPUTE WS-V-KP-REST = CXC-VALOR - CXC-ABONADO
              IF CXC-TIPO-NOTACRED THEN
                 SUBTRACT WS-V-KP-REST FROM WS-KP-CXC
              ELSE
                 ADD WS-V-KP-REST TO WS-KP-CXC
                 PERFORM 0100-DIAS-MORA
                 IF WS-VEN-DIAS > 0 THEN
                    ADD WS-V-KP-REST TO WS-KP-CUR(15)
                 END-IF
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-PROVEEDORES : Unpaid vendor invoices net of what was
      *    withheld and already paid, and the invoices of the month.
      *-----------------------------------------------------------------
       0100-KP-PROVEEDORES.
           MOVE 0 TO WS-KP-CXP
           MOVE 0 TO WS-KP-CXP-MES
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACPROV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FPR-FECHA(1:6) = WS-KP-MES THEN
                          ADD FPR-VALOR TO WS-KP-CXP-MES
                       END-IF
                       IF NOT FPR-EST-PAGADA THEN
                          MOVE FPR-VALOR TO WS-V-KP-REST
                          IF FPR-RETENIDO NUMERIC THEN
                             SUBTRACT FPR-RETENIDO FROM WS-V-KP-REST
                          END-IF
                          IF FPR-ABONADO NUMERIC THEN
                             SUBTRACT FPR-ABONADO FROM WS-V-KP-REST
                          END-IF
                          ADD WS-V-KP-REST TO WS-KP-CXP
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACPROV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-SERVICIO : Demand of the month that was not served:
      *    backorders taken in PENDIENTES.DAT and sales lost for lack
      *    of stock at invoicing in SUSTLOG.DAT. Against the units
      *    invoiced it gives the fill rate.
      *-----------------------------------------------------------------
       0100-KP-SERVICIO.
           OPEN INPUT PENDIENTES
           IF WS-PEN-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PENDIENTES
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PEN-FECHA(1:6) = WS-KP-MES THEN
                          MOVE PEN-CANT TO WS-V-KP-QTY
                          ADD WS-V-KP-QTY TO WS-KP-FALTA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PENDIENTES
           OPEN INPUT SUSTLOG
           IF WS-SSL-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ SUSTLOG
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF SSL-PERDIDA
                       AND SSL-FECHA(1:6) = WS-KP-MES THEN
                          ADD SSL-CANT TO WS-KP-FALTA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE SUSTLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-GUARDA : Keeps the month's figures in KPIMES.DAT.
      *-----------------------------------------------------------------
       0100-KP-GUARDA.
           OPEN I-O KPIMES
           MOVE SPACES TO KPI-REG
           MOVE WS-KP-MES TO KPI-MES
           MOVE WS-DATETIME(1:8) TO KPI-FECHA
           MOVE WS-OPERATOR-ID TO KPI-OPERADOR
           MOVE WS-KP-CUR-TABLE TO KPI-CIFRAS
           WRITE KPI-REG
              INVALID KEY
                 REWRITE KPI-REG
           END-WRITE
           CLOSE KPIMES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-WRITE-REPORT : Screen, KPI.PRN and the CSV, one line
      *    per figure.
      *-----------------------------------------------------------------
       0100-KP-WRITE-REPORT.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'KPI_' WS-KP-MES '_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'INDICADORES DEL MES' WS-CSV-DELIM WS-KP-MES
                  WS-CSV-DELIM 'ANTERIOR' WS-CSV-DELIM WS-KP-MES-ANT
                  WS-CSV-DELIM 'ANO ANTERIOR' WS-CSV-DELIM
                  WS-KP-MES-LY
           INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'INDICADOR' WS-CSV-DELIM
                  'MES' WS-CSV-DELIM
                  'MES ANTERIOR' WS-CSV-DELIM
                  'VARIACION' WS-CSV-DELIM
                  'VAR PCT' WS-CSV-DELIM
                  'ANO ANTERIOR' WS-CSV-DELIM
                  'VARIACION' WS-CSV-DELIM
                  'VAR PCT'
           INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           PERFORM 0100-KP-PRN-HEAD
           DISPLAY WS-LB-KP LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                   UNTIL WS-KP-IDX > 15
              PERFORM 0100-KP-ROW
           END-PERFORM
           DISPLAY WS-MSG-KPSA LINE 23 COL 01
           DISPLAY WS-DATETIME(1:8) LINE 23 COL 66
           OPEN EXTEND KPPRN
           MOVE SPACES TO KPPRN-RECORD
           WRITE KPPRN-RECORD
           MOVE WS-MSG-KPSA(2:) TO KPPRN-RECORD
           MOVE WS-DATETIME(1:8) TO KPPRN-RECORD(65:8)
           WRITE KPPRN-RECORD
           CLOSE KPPRN
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-PRN-HEAD : Opens KPI.PRN, headed with the company
      *    data of EMPRESA.DAT and the month.
      *-----------------------------------------------------------------
       0100-KP-PRN-HEAD.
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
           OPEN OUTPUT KPPRN
           IF WS-EMP-FOUND = 1 THEN
              MOVE SPACES TO KPPRN-RECORD
              STRING EMP-RSOCIAL ' NIT ' EMP-ID
              DELIMITED BY SIZE INTO KPPRN-RECORD
              WRITE KPPRN-RECORD
           END-IF
           MOVE WS-TX-KP1 TO KPPRN-RECORD
           WRITE KPPRN-RECORD
           MOVE SPACES TO KPPRN-RECORD
           STRING 'MES: ' WS-KP-MES '   ELABORADO: '
                  WS-DATETIME(1:8) ' ' WS-OPERATOR-ID
           DELIMITED BY SIZE INTO KPPRN-RECORD
           WRITE KPPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO KPPRN-RECORD
           WRITE KPPRN-RECORD
           MOVE WS-LB-KP TO KPPRN-RECORD
           WRITE KPPRN-RECORD
           CLOSE KPPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-ROW : Figure WS-KP-IDX with the month before and the
      *    same month of the year before, and the change against each.
      *    A month not in KPIMES.DAT shows N/D.
      *-----------------------------------------------------------------
       0100-KP-ROW.
           MOVE SPACES TO WS-KP-L-NOMBRE WS-KP-L-ANT WS-KP-L-VANT
                          WS-KP-L-LY WS-KP-L-VLY
           MOVE WS-KP-NOMBRE(WS-KP-IDX) TO WS-KP-L-NOMBRE
           MOVE WS-KP-CUR(WS-KP-IDX) TO WS-KP-VAL-ED
           MOVE WS-KP-VAL-ED TO WS-KP-L-CUR
           OPEN EXTEND OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           MOVE 1 TO WS-KP-PTR
           STRING WS-KP-NOMBRE(WS-KP-IDX) WS-CSV-DELIM
                  WS-KP-VAL-ED WS-CSV-DELIM
           INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
           IF WS-KP-HAY-ANT = 1 THEN
              MOVE WS-KP-ANT(WS-KP-IDX) TO WS-KP-VAL-ED
              MOVE WS-KP-VAL-ED TO WS-KP-L-ANT
              STRING WS-KP-VAL-ED WS-CSV-DELIM
              INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
              COMPUTE WS-V-KP-CHG =
                 WS-KP-CUR(WS-KP-IDX) - WS-KP-ANT(WS-KP-IDX)
              MOVE WS-V-KP-CHG TO WS-KP-VAL-ED
              STRING WS-KP-VAL-ED WS-CSV-DELIM
              INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
              MOVE WS-KP-ANT(WS-KP-IDX) TO WS-V-KP-REST
              PERFORM 0100-KP-PCT
              MOVE WS-KP-PCT-ED TO WS-KP-L-VANT
              STRING WS-KP-PCT-ED WS-CSV-DELIM
              INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
           ELSE
              MOVE '           N/D' TO WS-KP-L-ANT
              STRING 'N/D' WS-CSV-DELIM 'N/D' WS-CSV-DELIM
                     'N/D' WS-CSV-DELIM
              INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
           END-IF
           IF WS-KP-HAY-LY = 1 THEN
              MOVE WS-KP-LY(WS-KP-IDX) TO WS-KP-VAL-ED
              MOVE WS-KP-VAL-ED TO WS-KP-L-LY
              STRING WS-KP-VAL-ED WS-CSV-DELIM
              INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
              COMPUTE WS-V-KP-CHG =
                 WS-KP-CUR(WS-KP-IDX) - WS-KP-LY(WS-KP-IDX)
              MOVE WS-V-KP-CHG TO WS-KP-VAL-ED
              STRING WS-KP-VAL-ED WS-CSV-DELIM
              INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
              MOVE WS-KP-LY(WS-KP-IDX) TO WS-V-KP-REST
              PERFORM 0100-KP-PCT
              MOVE WS-KP-PCT-ED TO WS-KP-L-VLY
              STRING WS-KP-PCT-ED
              INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
           ELSE
              MOVE '           N/D' TO WS-KP-L-LY
              STRING 'N/D' WS-CSV-DELIM 'N/D' WS-CSV-DELIM 'N/D'
              INTO OUTPUT-RECORD WITH POINTER WS-KP-PTR
           END-IF
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           DISPLAY WS-KP-LINEA LINE WS-ROWCTRL COL 01
           ADD 1 TO WS-ROWCTRL
           OPEN EXTEND KPPRN
           MOVE WS-KP-LINEA TO KPPRN-RECORD
           WRITE KPPRN-RECORD
           CLOSE KPPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-KP-PCT : Change of WS-V-KP-CHG over the base figure in
      *    WS-V-KP-REST as a percent in WS-KP-PCT-ED, held to +/-999.99;
      *    zero when the base is zero.
      *-----------------------------------------------------------------
       0100-KP-PCT.
           MOVE 0 TO WS-V-KP-PCT
           IF WS-V-KP-REST < 0 THEN
              COMPUTE WS-V-KP-REST = 0 - WS-V-KP-REST
           END-IF
           IF WS-V-KP-REST > 0 THEN
              COMPUTE WS-V-KP-PCT ROUNDED =
                 WS-V-KP-CHG * 100 / WS-V-KP-REST
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-V-KP-PCT
              END-COMPUTE
           END-IF
           IF WS-V-KP-PCT > 999.99 THEN
              MOVE 999.99 TO WS-V-KP-PCT
           END-IF
           IF WS-V-KP-PCT < -999.99 THEN
              MOVE -999.99 TO WS-V-KP-PCT
           END-IF
           MOVE WS-V-KP-PCT TO WS-KP-PCT-ED
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
       copy "ANUCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM KPI01.
