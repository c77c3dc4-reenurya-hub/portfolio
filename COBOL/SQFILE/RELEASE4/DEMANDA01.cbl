      ******************************************************************
      * Program      : DEMANDA01.cbl                                   *
      * Purpose      : Monthly demand forecast with seasonality. Takes *
      *                the demand of the last 24 closed months of      *
      *                every active article - the lines of the         *
      *                invoices not voided in FACTURAS.DAT plus the    *
      *                components consumed by assemblies in            *
      *                MOVIMIENTOS.DAT -, computes a seasonal index    *
      *                per category and calendar month (kept in        *
      *                IESTACION.DAT) and forecasts the next twelve    *
      *                months of each article as its average month     *
      *                times the index of its category in PRONMES.DAT. *
      *                The buyer edits the draft months and freezes    *
      *                them; the frozen forecast drives SUGPED01 and   *
      *                is measured each month against the actual       *
      *                demand in a forecast versus actual accuracy     *
      *                report.                                         *
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
       PROGRAM-ID. DEMANDA01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "PMSSEL.cpy".
           SELECT OPTIONAL IESTACION ASSIGN TO "IESTACION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS IES-CLAVE
           FILE STATUS  IS WS-IES-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "PMSFD.cpy".
      *
      *    SEASONAL INDEX OF A CATEGORY FOR A CALENDAR MONTH: ITS
      *    DEMAND IN THAT MONTH OVER ITS AVERAGE MONTH (1 = FLAT).
       FD IESTACION.
       01 IES-REG.
           02 IES-CLAVE.
               03 IES-CATEG         PIC X(15).
               03 IES-MES           PIC 9(02).
           02 IES-INDICE            PIC 9(2)V9999.
           02 IES-DEMANDA           PIC 9(9)V99.
           02 IES-FCALC             PIC X(08).
           02 IES-FILLER            PIC X(10).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-IES-STATUS      PIC XX.
           77 WS-DM-FIN          PIC 9 VALUE 0.
           77 WS-DM-LLENA        PIC 9 VALUE 0.
           77 WS-DM-ANU          PIC 9 VALUE 0.
           77 WS-DM-ACT          PIC 9 VALUE 0.
           77 WS-DM-ACNT         PIC 9(03) VALUE 0.
           77 WS-DM-CCNT         PIC 9(02) VALUE 0.
           77 WS-DM-IDX          PIC 9(03) VALUE 0.
           77 WS-DM-JDX          PIC 9(03) VALUE 0.
           77 WS-DM-HIT          PIC 9(03) VALUE 0.
           77 WS-DM-CHIT         PIC 9(02) VALUE 0.
           77 WS-DM-SLOT         PIC S9(05) VALUE 0.
           77 WS-DM-SLOTS        PIC 9(02) VALUE 24.
           77 WS-DM-COD          PIC X(10).
           77 WS-DM-CAT          PIC X(15).
           77 WS-DM-HOY-ABS      PIC 9(06) VALUE 0.
           77 WS-DM-INI-ABS      PIC 9(06) VALUE 0.
           77 WS-DM-ABS          PIC 9(06) VALUE 0.
           77 WS-DM-YY           PIC 9(04) VALUE 0.
           77 WS-DM-MM           PIC 9(02) VALUE 0.
           77 WS-DM-FECHA        PIC X(08).
           77 WS-DM-MES          PIC 9(06) VALUE 0.
           77 WS-DM-MES-IN       PIC 9(06) VALUE 0.
           77 WS-DM-NEW          PIC 9(05) VALUE 0.
           77 WS-DM-KEPT         PIC 9(05) VALUE 0.
           77 WS-DM-CNT          PIC 9(05) VALUE 0.
           77 WS-DM-CNT-ED       PIC ZZZZ9.
           77 WS-DM-IN           PIC X(10).
           77 WS-DM-ED1          PIC ZZZZZZ9.99.
           77 WS-DM-ED2          PIC ZZZZZZ9.99.
           77 WS-DM-ED3          PIC ZZZZZZ9.99.
           77 WS-DM-EDS          PIC -ZZZZZZ9.99.
           77 WS-DM-EDP          PIC -ZZZZ9.99.
           77 WS-DM-EDI          PIC Z9.99.
           77 WS-DM-COL          PIC 9(02) VALUE 0.
           77 WS-V-DM-Q          PIC S9(7)V99 VALUE 0.
           77 WS-V-DM-BASE       PIC 9(7)V9999 VALUE 0.
           77 WS-V-DM-PRON       PIC 9(7)V99 VALUE 0.
           77 WS-V-DM-ERR        PIC S9(7)V99 VALUE 0.
           77 WS-V-DM-PCT        PIC S9(5)V99 VALUE 0.
           77 WS-V-DM-TPRON      PIC 9(11)V99 VALUE 0.
           77 WS-V-DM-TREAL      PIC 9(11)V99 VALUE 0.
           77 WS-V-DM-TABS       PIC 9(11)V99 VALUE 0.
      *
      *    THE ACTIVE ARTICLES WITH THEIR DEMAND PER MONTH OF THE
      *    WINDOW (SLOT 1 THE OLDEST).
       01 WS-DM-ARTS.
           02 WS-DM-ART OCCURS 500 TIMES.
               03 WS-DM-A-COD       PIC X(10).
               03 WS-DM-A-CAT       PIC 9(02).
               03 WS-DM-A-TOTAL     PIC 9(9)V99.
               03 WS-DM-A-Q         PIC 9(7)V99 OCCURS 24 TIMES.
      *
      *    THE CATEGORIES WITH THEIR DEMAND PER CALENDAR MONTH.
       01 WS-DM-CATS.
           02 WS-DM-CATG OCCURS 50 TIMES.
               03 WS-DM-C-NOMBRE    PIC X(15).
               03 WS-DM-C-TOTAL     PIC 9(11)V99.
               03 WS-DM-C-Q         PIC 9(9)V99 OCCURS 12 TIMES.
               03 WS-DM-C-IDX       PIC 9(2)V9999 OCCURS 12 TIMES.
      *
           77 WS-ST-DM     PIC X(25) VALUE 'PRONOSTICO DE DEMANDA    '.
           77 WS-MSG-DMOP PIC X(80) VALUE ' 1-CALCULA 2-REVISA 3-CON'-
       'GELA 4-PRECISION 5-INDICES 9-SALE           Opcion [  ]'.
           77 WS-MSG-DMCF PIC X(80) VALUE ' Calcular el pronostico d'-
       'e los proximos 12 meses (S/N)?                         '.
           77 WS-MSG-DMLL PIC X(80) VALUE ' Mas de 500 articulos act'-
       'ivos o 50 categorias: calculo parcial.                 '.
           77 WS-MSG-DMNW PIC X(80) VALUE ' Meses de pronostico calc'-
       'ulados en borrador:                                    '.
           77 WS-MSG-DMKP PIC X(80) VALUE ' Meses ya congelados que '-
       'se conservaron:                                        '.
           77 WS-MSG-DMAR PIC X(80) VALUE ' Articulo a revisar:     '-
       '                                                       '.
           77 WS-MSG-DMNA PIC X(80) VALUE ' El articulo no tiene pro'-
       'nostico de este mes en adelante.                       '.
           77 WS-MSG-DMMS PIC X(80) VALUE ' Mes a modificar (AAAAMM,'-
       ' ENTER = terminar):                                    '.
           77 WS-MSG-DMQT PIC X(80) VALUE ' Nueva cantidad pronostic'-
       'ada:                                                   '.
           77 WS-MSG-DMNB PIC X(80) VALUE ' Ese mes no existe o ya e'-
       'sta congelado.                                         '.
           77 WS-MSG-DMHS PIC X(80) VALUE ' Congelar los meses en bo'-
       'rrador hasta (AAAAMM, ENTER = todos):                  '.
           77 WS-MSG-DMCG PIC X(80) VALUE ' Meses de pronostico cong'-
       'elados:                                                '.
           77 WS-MSG-DMPM PIC X(80) VALUE ' Mes a medir (AAAAMM, ENT'-
       'ER = el mes anterior):                                 '.
           77 WS-MSG-DMPN PIC X(80) VALUE ' No hay pronostico congel'-
       'ado de ese mes.                                        '.
           77 WS-MSG-DMPR PIC X(80) VALUE ' Precision en CSV registr'-
       'ado en INFORMES.LOG; articulos medidos:                '.
           77 WS-MSG-DMPE PIC X(80) VALUE ' Error absoluto ponderado'-
       ' % y sesgo % (+ = sobrepronostico):                    '.
           77 WS-MSG-DMNI PIC X(80) VALUE ' No hay indices estaciona'-
       'les: ejecute primero el calculo.                       '.
           77 WS-LB-DMRV  PIC X(78) VALUE 'MES       CALCULADO  PRO'-
       'NOSTICO E        REAL'.
           77 WS-LB-DMIX  PIC X(78) VALUE 'CATEGORIA       ENE  FEB '-
       ' MAR  ABR  MAY  JUN  JUL  AGO  SEP  OCT  NOV  DIC'.
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
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-DM          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-DMOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-DM-CALC THRU 0100-DM-CALC-FIN
                 WHEN 2
                    PERFORM 0100-DM-REVIEW THRU 0100-DM-REVIEW-FIN
                 WHEN 3
                    PERFORM 0100-DM-FREEZE THRU 0100-DM-FREEZE-FIN
                 WHEN 4
                    PERFORM 0100-DM-ACCURACY THRU 0100-DM-ACCURACY-FIN
                 WHEN 5
                    PERFORM 0100-DM-INDEXES THRU 0100-DM-INDEXES-FIN
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
      *    0100-DM-CALC : Recomputes the seasonal indexes and the
      *    draft forecast of the current month and the eleven after
      *    it. Frozen months are left as they are.
      *-----------------------------------------------------------------
       0100-DM-CALC.
           DISPLAY WS-MSG-DMCF LINE 06 COL 01
           MOVE SPACES TO WS-OPTX
           ACCEPT WS-OPTX LINE 06 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-DM-CALC-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:4) TO WS-DM-YY
           MOVE WS-DATETIME(5:2) TO WS-DM-MM
           COMPUTE WS-DM-HOY-ABS = WS-DM-YY * 12 + WS-DM-MM - 1
           COMPUTE WS-DM-INI-ABS = WS-DM-HOY-ABS - 24
           MOVE 24 TO WS-DM-SLOTS
           PERFORM 0100-DM-LOAD-ARTS
           PERFORM 0100-DM-READ-FAC THRU 0100-DM-READ-FAC-FIN
           PERFORM 0100-DM-READ-MOV THRU 0100-DM-READ-MOV-FIN
           PERFORM 0100-DM-SEASON
           PERFORM 0100-DM-WRITE-IES
           PERFORM 0100-DM-WRITE-PMS
           MOVE WS-DM-NEW TO WS-DM-CNT-ED
           DISPLAY WS-MSG-DMNW LINE 08 COL 01
           DISPLAY WS-DM-CNT-ED LINE 08 COL 60
           MOVE WS-DM-KEPT TO WS-DM-CNT-ED
           DISPLAY WS-MSG-DMKP LINE 09 COL 01
           DISPLAY WS-DM-CNT-ED LINE 09 COL 60
           IF WS-DM-LLENA = 1 THEN
              DISPLAY WS-MSG-DMLL LINE 11 COL 01
           END-IF.
       0100-DM-CALC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-LOAD-ARTS : The active articles and their
      *    categories, with no demand yet.
      *-----------------------------------------------------------------
       0100-DM-LOAD-ARTS.
           MOVE 0 TO WS-DM-ACNT
           MOVE 0 TO WS-DM-CCNT
           MOVE 0 TO WS-DM-LLENA
           INITIALIZE WS-DM-ARTS
           INITIALIZE WS-DM-CATS
           OPEN INPUT INVENTARIO
           SET WS-DM-FIN TO 0
           PERFORM UNTIL WS-DM-FIN = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-DM-FIN TO 1
                 NOT AT END
                    IF ACTFLAG-ACTIVE THEN
                       PERFORM 0100-DM-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-LOAD-ONE : The article in INVENT-REG into the table.
      *-----------------------------------------------------------------
       0100-DM-LOAD-ONE.
           IF WS-DM-ACNT NOT < 500 THEN
              MOVE 1 TO WS-DM-LLENA
           ELSE
              MOVE CATEGORY TO WS-DM-CAT
              PERFORM 0100-DM-FIND-CAT
              IF WS-DM-CHIT > 0 THEN
                 ADD 1 TO WS-DM-ACNT
                 MOVE CODART TO WS-DM-A-COD(WS-DM-ACNT)
                 MOVE WS-DM-CHIT TO WS-DM-A-CAT(WS-DM-ACNT)
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-FIND-CAT : WS-DM-CHIT ends at the entry of category
      *    WS-DM-CAT, added when new; 0 when the table is full.
      *-----------------------------------------------------------------
       0100-DM-FIND-CAT.
           MOVE 0 TO WS-DM-CHIT
           PERFORM VARYING WS-DM-JDX FROM 1 BY 1
                   UNTIL WS-DM-JDX > WS-DM-CCNT OR WS-DM-CHIT > 0
              IF WS-DM-C-NOMBRE(WS-DM-JDX) = WS-DM-CAT THEN
                 MOVE WS-DM-JDX TO WS-DM-CHIT
              END-IF
           END-PERFORM
           IF WS-DM-CHIT = 0 THEN
              IF WS-DM-CCNT < 50 THEN
                 ADD 1 TO WS-DM-CCNT
                 MOVE WS-DM-CCNT TO WS-DM-CHIT
                 MOVE WS-DM-CAT TO WS-DM-C-NOMBRE(WS-DM-CHIT)
              ELSE
                 MOVE 1 TO WS-DM-LLENA
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-FIND-ART : WS-DM-HIT ends at the entry of article
      *    WS-DM-COD (the table is in code order), 0 when absent.
      *-----------------------------------------------------------------
       0100-DM-FIND-ART.
           MOVE 0 TO WS-DM-HIT
           MOVE 1 TO WS-DM-IDX
           MOVE WS-DM-ACNT TO WS-DM-JDX
           PERFORM UNTIL WS-DM-IDX > WS-DM-JDX OR WS-DM-HIT > 0
              COMPUTE WS-DM-ABS = (WS-DM-IDX + WS-DM-JDX) / 2
              EVALUATE TRUE
                 WHEN WS-DM-A-COD(WS-DM-ABS) = WS-DM-COD
                    MOVE WS-DM-ABS TO WS-DM-HIT
                 WHEN WS-DM-A-COD(WS-DM-ABS) < WS-DM-COD
                    COMPUTE WS-DM-IDX = WS-DM-ABS + 1
                 WHEN OTHER
                    IF WS-DM-ABS = 1 THEN
                       MOVE 0 TO WS-DM-JDX
                    ELSE
                       COMPUTE WS-DM-JDX = WS-DM-ABS - 1
                    END-IF
              END-EVALUATE
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-SLOT-OF : WS-DM-SLOT ends at the month of the window
      *    of date WS-DM-FECHA (1 the oldest), outside 1 thru
      *    WS-DM-SLOTS when the date is out of it.
      *-----------------------------------------------------------------
       0100-DM-SLOT-OF.
           MOVE 0 TO WS-DM-SLOT
           IF WS-DM-FECHA(1:6) IS NUMERIC THEN
              MOVE WS-DM-FECHA(1:4) TO WS-DM-YY
              MOVE WS-DM-FECHA(5:2) TO WS-DM-MM
              COMPUTE WS-DM-SLOT =
                 (WS-DM-YY * 12 + WS-DM-MM - 1) - WS-DM-INI-ABS + 1
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-READ-FAC : The invoiced quantities of the window,
      *    skipping the lines of voided invoices.
      *-----------------------------------------------------------------
       0100-DM-READ-FAC.
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS NOT = '00' AND WS-FAC-STATUS NOT = '05'
           THEN
              CLOSE FACTURAS
              GO TO 0100-DM-READ-FAC-FIN
           END-IF
           MOVE 0 TO WS-DM-ANU
           SET WS-DM-FIN TO 0
           PERFORM UNTIL WS-DM-FIN = 1
              READ FACTURAS NEXT RECORD
                 AT END
                    SET WS-DM-FIN TO 1
                 NOT AT END
                    IF FAC-LIN = 0 THEN
                       MOVE 0 TO WS-DM-ANU
                       IF FAC-ANULADA THEN
                          MOVE 1 TO WS-DM-ANU
                       END-IF
                    ELSE
                       IF WS-DM-ANU = 0 THEN
                          MOVE FAC-FECHA TO WS-DM-FECHA
                          MOVE FAC-CODART TO WS-DM-COD
                          MOVE FAC-CANT TO WS-V-DM-Q
                          PERFORM 0100-DM-ADD-DEMAND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FACTURAS.
       0100-DM-READ-FAC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-READ-MOV : The components issued to assemblies in
      *    the window - by KIT01 and by the work orders of ENSAMB01,
      *    net of what the work orders gave back. The kit entering
      *    stock is not demand.
      *-----------------------------------------------------------------
       0100-DM-READ-MOV.
           OPEN INPUT MOVIMSTK
           IF WS-MOV-STATUS NOT = '00' THEN
              CLOSE MOVIMSTK
              GO TO 0100-DM-READ-MOV-FIN
           END-IF
           SET WS-DM-FIN TO 0
           PERFORM UNTIL WS-DM-FIN = 1
              READ MOVIMSTK NEXT RECORD
                 AT END
                    SET WS-DM-FIN TO 1
                 NOT AT END
                    MOVE MOV-CANT TO WS-V-DM-Q
                    IF ((MOV-TIPO = 'ENSAMBLE' OR MOV-TIPO = 'OT-SURTE'
                       OR MOV-TIPO = 'OT-CONSUM') AND WS-V-DM-Q < 0)
                    OR (MOV-TIPO = 'OT-DEVOL' AND WS-V-DM-Q > 0) THEN
                       COMPUTE WS-V-DM-Q = 0 - WS-V-DM-Q
                       MOVE MOV-FECHA TO WS-DM-FECHA
                       MOVE MOV-CODART TO WS-DM-COD
                       PERFORM 0100-DM-ADD-DEMAND
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MOVIMSTK.
       0100-DM-READ-MOV-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-ADD-DEMAND : Adds WS-V-DM-Q (a return when negative)
      *    to article WS-DM-COD in the month of WS-DM-FECHA.
      *-----------------------------------------------------------------
       0100-DM-ADD-DEMAND.
           PERFORM 0100-DM-SLOT-OF
           IF WS-DM-SLOT > 0 AND WS-DM-SLOT NOT > WS-DM-SLOTS THEN
              PERFORM 0100-DM-FIND-ART
              IF WS-DM-HIT > 0 THEN
                 IF WS-V-DM-Q < 0
                 AND WS-DM-A-Q(WS-DM-HIT, WS-DM-SLOT) < 0 - WS-V-DM-Q
                 THEN
                    MOVE 0 TO WS-DM-A-Q(WS-DM-HIT, WS-DM-SLOT)
                 ELSE
                    ADD WS-V-DM-Q TO WS-DM-A-Q(WS-DM-HIT, WS-DM-SLOT)
                 END-IF
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-SEASON : The demand of each category per calendar
      *    month and its seasonal index: the month over the average
      *    month of the category, 1 when the category had no demand.
      *-----------------------------------------------------------------
       0100-DM-SEASON.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-ACNT
              MOVE WS-DM-A-CAT(WS-DM-IDX) TO WS-DM-CHIT
              PERFORM VARYING WS-DM-SLOT FROM 1 BY 1
                      UNTIL WS-DM-SLOT > 24
                 COMPUTE WS-DM-ABS = WS-DM-INI-ABS + WS-DM-SLOT - 1
                 PERFORM 0100-DM-MONTH-OF
                 ADD WS-DM-A-Q(WS-DM-IDX, WS-DM-SLOT)
                    TO WS-DM-A-TOTAL(WS-DM-IDX)
                 ADD WS-DM-A-Q(WS-DM-IDX, WS-DM-SLOT)
                    TO WS-DM-C-Q(WS-DM-CHIT, WS-DM-MM)
                 ADD WS-DM-A-Q(WS-DM-IDX, WS-DM-SLOT)
                    TO WS-DM-C-TOTAL(WS-DM-CHIT)
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-DM-CHIT FROM 1 BY 1
                   UNTIL WS-DM-CHIT > WS-DM-CCNT
              PERFORM VARYING WS-DM-MM FROM 1 BY 1
                      UNTIL WS-DM-MM > 12
                 IF WS-DM-C-TOTAL(WS-DM-CHIT) > 0 THEN
                    COMPUTE WS-DM-C-IDX(WS-DM-CHIT, WS-DM-MM) ROUNDED
                       = WS-DM-C-Q(WS-DM-CHIT, WS-DM-MM) * 12
                         / WS-DM-C-TOTAL(WS-DM-CHIT)
                 ELSE
                    MOVE 1 TO WS-DM-C-IDX(WS-DM-CHIT, WS-DM-MM)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-MONTH-OF : WS-DM-YY and WS-DM-MM of the absolute
      *    month WS-DM-ABS (year times 12 plus month minus 1), and
      *    WS-DM-MES as AAAAMM.
      *-----------------------------------------------------------------
       0100-DM-MONTH-OF.
           COMPUTE WS-DM-YY = WS-DM-ABS / 12
           COMPUTE WS-DM-MM = WS-DM-ABS - (WS-DM-YY * 12) + 1
           COMPUTE WS-DM-MES = WS-DM-YY * 100 + WS-DM-MM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-WRITE-IES : The seasonal indexes into IESTACION.DAT.
      *-----------------------------------------------------------------
       0100-DM-WRITE-IES.
           OPEN I-O IESTACION
           IF WS-IES-STATUS = '35' THEN
              OPEN OUTPUT IESTACION
              CLOSE IESTACION
              OPEN I-O IESTACION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           PERFORM VARYING WS-DM-CHIT FROM 1 BY 1
                   UNTIL WS-DM-CHIT > WS-DM-CCNT
              PERFORM VARYING WS-DM-MM FROM 1 BY 1
                      UNTIL WS-DM-MM > 12
                 INITIALIZE IES-REG
                 MOVE WS-DM-C-NOMBRE(WS-DM-CHIT) TO IES-CATEG
                 MOVE WS-DM-MM TO IES-MES
                 MOVE WS-DM-C-IDX(WS-DM-CHIT, WS-DM-MM) TO IES-INDICE
                 MOVE WS-DM-C-Q(WS-DM-CHIT, WS-DM-MM) TO IES-DEMANDA
                 MOVE WS-DATETIME(1:8) TO IES-FCALC
                 WRITE IES-REG
                    INVALID KEY
                       REWRITE IES-REG
                          INVALID KEY
                             CONTINUE
                       END-REWRITE
                 END-WRITE
              END-PERFORM
           END-PERFORM
           CLOSE IESTACION
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-WRITE-PMS : The draft forecast of every article for
      *    the current month and the eleven after it: its average
      *    month of the window times the index of its category for
      *    that calendar month.
      *-----------------------------------------------------------------
       0100-DM-WRITE-PMS.
           MOVE 0 TO WS-DM-NEW
           MOVE 0 TO WS-DM-KEPT
           OPEN I-O PRONMES
           IF WS-PMS-STATUS = '35' THEN
              OPEN OUTPUT PRONMES
              CLOSE PRONMES
              OPEN I-O PRONMES
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-ACNT
              COMPUTE WS-V-DM-BASE ROUNDED =
                 WS-DM-A-TOTAL(WS-DM-IDX) / 24
              MOVE WS-DM-A-CAT(WS-DM-IDX) TO WS-DM-CHIT
              PERFORM VARYING WS-DM-JDX FROM 0 BY 1
                      UNTIL WS-DM-JDX > 11
                 COMPUTE WS-DM-ABS = WS-DM-HOY-ABS + WS-DM-JDX
                 PERFORM 0100-DM-MONTH-OF
                 COMPUTE WS-V-DM-PRON ROUNDED = WS-V-DM-BASE
                    * WS-DM-C-IDX(WS-DM-CHIT, WS-DM-MM)
                 PERFORM 0100-DM-PUT-PMS
              END-PERFORM
           END-PERFORM
           CLOSE PRONMES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-PUT-PMS : Month WS-DM-MES of article WS-DM-IDX at
      *    WS-V-DM-PRON, unless that month is frozen.
      *-----------------------------------------------------------------
       0100-DM-PUT-PMS.
           MOVE WS-DM-A-COD(WS-DM-IDX) TO PMS-CODART
           MOVE WS-DM-MES TO PMS-MES
           READ PRONMES
              KEY IS PMS-CLAVE
              INVALID KEY
                 INITIALIZE PMS-REG
                 MOVE WS-DM-A-COD(WS-DM-IDX) TO PMS-CODART
                 MOVE WS-DM-MES TO PMS-MES
                 PERFORM 0100-DM-FILL-PMS
                 WRITE PMS-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 ADD 1 TO WS-DM-NEW
              NOT INVALID KEY
                 IF PMS-EST-CONGELADO THEN
                    ADD 1 TO WS-DM-KEPT
                 ELSE
                    PERFORM 0100-DM-FILL-PMS
                    REWRITE PMS-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
                    ADD 1 TO WS-DM-NEW
                 END-IF
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-FILL-PMS : The computed draft in PMS-REG.
      *-----------------------------------------------------------------
       0100-DM-FILL-PMS.
           MOVE WS-DM-C-NOMBRE(WS-DM-CHIT) TO PMS-CATEG
           MOVE WS-V-DM-PRON TO PMS-CALC
           MOVE WS-V-DM-PRON TO PMS-CANT
           MOVE 0 TO PMS-REAL
           SET PMS-EST-BORRADOR TO TRUE
           MOVE WS-DATETIME(1:8) TO PMS-FCALC
           MOVE WS-OPERATOR-ID TO PMS-OPERADOR
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-REVIEW : Shows the forecast of an article from the
      *    current month on and lets the buyer change its draft
      *    months.
      *-----------------------------------------------------------------
       0100-DM-REVIEW.
           DISPLAY WS-MSG-DMAR LINE 06 COL 01
           MOVE SPACES TO WS-DM-COD
           ACCEPT WS-DM-COD LINE 06 COL 30
           IF WS-DM-COD = SPACES OR WS-DM-COD = LOW-VALUE THEN
              GO TO 0100-DM-REVIEW-FIN
           END-IF
           PERFORM 0100-DM-SHOW-ART
           IF WS-DM-CNT = 0 THEN
              DISPLAY WS-MSG-DMNA LINE 24 COL 01
              GO TO 0100-DM-REVIEW-FIN
           END-IF
           MOVE 1 TO WS-DM-MES-IN
           PERFORM UNTIL WS-DM-MES-IN = 0
              DISPLAY WS-MSG-DMMS LINE 21 COL 01
              MOVE 0 TO WS-DM-MES-IN
              ACCEPT WS-DM-MES-IN LINE 21 COL 60
              IF WS-DM-MES-IN > 0 THEN
                 PERFORM 0100-DM-EDIT-MONTH
                    THRU 0100-DM-EDIT-MONTH-FIN
                 PERFORM 0100-DM-SHOW-ART
              END-IF
           END-PERFORM.
       0100-DM-REVIEW-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-SHOW-ART : The months of article WS-DM-COD from the
      *    current one on; WS-DM-CNT ends with how many there are.
      *-----------------------------------------------------------------
       0100-DM-SHOW-ART.
           MOVE 0 TO WS-DM-CNT
           DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
           DISPLAY WS-LB-DMRV LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           OPEN INPUT PRONMES
           IF WS-PMS-STATUS NOT = '00' THEN
              CLOSE PRONMES
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DM-COD TO PMS-CODART
              MOVE WS-DATETIME(1:6) TO PMS-MES
              SET WS-DM-FIN TO 0
              START PRONMES KEY IS NOT LESS THAN PMS-CLAVE
                 INVALID KEY
                    SET WS-DM-FIN TO 1
              END-START
              PERFORM UNTIL WS-DM-FIN = 1
                 READ PRONMES NEXT RECORD
                    AT END
                       SET WS-DM-FIN TO 1
                    NOT AT END
                       IF PMS-CODART NOT = WS-DM-COD
                       OR WS-ROWCTRL > 20 THEN
                          SET WS-DM-FIN TO 1
                       ELSE
                          PERFORM 0100-DM-SHOW-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRONMES
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-SHOW-ROW : The month in PMS-REG on one row.
      *-----------------------------------------------------------------
       0100-DM-SHOW-ROW.
           ADD 1 TO WS-DM-CNT
           MOVE PMS-CALC TO WS-DM-ED1
           MOVE PMS-CANT TO WS-DM-ED2
           MOVE PMS-REAL TO WS-DM-ED3
           DISPLAY PMS-MES LINE WS-ROWCTRL COL 01
           DISPLAY WS-DM-ED1 LINE WS-ROWCTRL COL 09
           DISPLAY WS-DM-ED2 LINE WS-ROWCTRL COL 20
           DISPLAY PMS-ESTADO LINE WS-ROWCTRL COL 31
           DISPLAY WS-DM-ED3 LINE WS-ROWCTRL COL 33
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-EDIT-MONTH : New quantity for draft month
      *    WS-DM-MES-IN of article WS-DM-COD.
      *-----------------------------------------------------------------
       0100-DM-EDIT-MONTH.
           OPEN I-O PRONMES
           IF WS-PMS-STATUS NOT = '00' THEN
              CLOSE PRONMES
              DISPLAY WS-MSG-DMNB LINE 24 COL 01
              GO TO 0100-DM-EDIT-MONTH-FIN
           END-IF
           MOVE WS-DM-COD TO PMS-CODART
           MOVE WS-DM-MES-IN TO PMS-MES
           READ PRONMES
              KEY IS PMS-CLAVE
              INVALID KEY
                 CLOSE PRONMES
                 DISPLAY WS-MSG-DMNB LINE 24 COL 01
                 GO TO 0100-DM-EDIT-MONTH-FIN
           END-READ
           IF NOT PMS-EST-BORRADOR THEN
              CLOSE PRONMES
              DISPLAY WS-MSG-DMNB LINE 24 COL 01
              GO TO 0100-DM-EDIT-MONTH-FIN
           END-IF
           DISPLAY WS-MSG-DMQT LINE 22 COL 01
           MOVE SPACES TO WS-DM-IN
           ACCEPT WS-DM-IN LINE 22 COL 60
           IF WS-DM-IN NOT = SPACES AND WS-DM-IN NOT = LOW-VALUE THEN
              COMPUTE PMS-CANT = FUNCTION NUMVAL(WS-DM-IN)
              MOVE WS-OPERATOR-ID TO PMS-OPERADOR
              REWRITE PMS-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF
           CLOSE PRONMES.
       0100-DM-EDIT-MONTH-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-FREEZE : Freezes the draft months up to the one
      *    given, or all of them. Audited.
      *-----------------------------------------------------------------
       0100-DM-FREEZE.
           DISPLAY WS-MSG-DMHS LINE 06 COL 01
           MOVE 0 TO WS-DM-MES-IN
           ACCEPT WS-DM-MES-IN LINE 06 COL 66
           IF WS-DM-MES-IN = 0 THEN
              MOVE 999999 TO WS-DM-MES-IN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-DM-FREEZE-FIN
           END-IF
           MOVE 0 TO WS-DM-CNT
           OPEN I-O PRONMES
           IF WS-PMS-STATUS NOT = '00' THEN
              CLOSE PRONMES
              GO TO 0100-DM-FREEZE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           SET WS-DM-FIN TO 0
           PERFORM UNTIL WS-DM-FIN = 1
              READ PRONMES NEXT RECORD
                 AT END
                    SET WS-DM-FIN TO 1
                 NOT AT END
                    IF PMS-EST-BORRADOR
                    AND PMS-MES NOT > WS-DM-MES-IN THEN
                       SET PMS-EST-CONGELADO TO TRUE
                       MOVE WS-DATETIME(1:8) TO PMS-FCONGELA
                       MOVE WS-OPERATOR-ID TO PMS-OPERADOR
                       REWRITE PMS-REG
                          INVALID KEY
                             CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-DM-CNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRONMES
           MOVE WS-DM-CNT TO WS-DM-CNT-ED
           MOVE 'PRON-CONG' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'HASTA ' WS-DM-MES-IN DELIMITED BY SIZE
           INTO WS-AUD-BEFORE
           STRING 'MESES ' WS-DM-CNT-ED DELIMITED BY SIZE
           INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-MSG-DMCG LINE 08 COL 01
           DISPLAY WS-DM-CNT-ED LINE 08 COL 60.
       0100-DM-FREEZE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-ACCURACY : Forecast against actual demand of a
      *    month, for every article with a frozen forecast of it. The
      *    actual demand is taken as in the forecast and kept in
      *    PMS-REAL; the CSV, registered in INFORMES.LOG, gives each
      *    error, and the screen the weighted absolute error and the
      *    bias of the month.
      *-----------------------------------------------------------------
       0100-DM-ACCURACY.
           DISPLAY WS-MSG-DMPM LINE 06 COL 01
           MOVE 0 TO WS-DM-MES-IN
           ACCEPT WS-DM-MES-IN LINE 06 COL 60
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           IF WS-DM-MES-IN = 0 THEN
              MOVE WS-DATETIME(1:4) TO WS-DM-YY
              MOVE WS-DATETIME(5:2) TO WS-DM-MM
              COMPUTE WS-DM-ABS = WS-DM-YY * 12 + WS-DM-MM - 2
              PERFORM 0100-DM-MONTH-OF
              MOVE WS-DM-MES TO WS-DM-MES-IN
           END-IF
           COMPUTE WS-DM-YY = WS-DM-MES-IN / 100
           COMPUTE WS-DM-MM = WS-DM-MES-IN - (WS-DM-YY * 100)
           COMPUTE WS-DM-INI-ABS = WS-DM-YY * 12 + WS-DM-MM - 1
           MOVE 1 TO WS-DM-SLOTS
           PERFORM 0100-DM-LOAD-ARTS
           PERFORM 0100-DM-READ-FAC THRU 0100-DM-READ-FAC-FIN
           PERFORM 0100-DM-READ-MOV THRU 0100-DM-READ-MOV-FIN
           OPEN I-O PRONMES
           IF WS-PMS-STATUS NOT = '00' THEN
              CLOSE PRONMES
              DISPLAY WS-MSG-DMPN LINE 24 COL 01
              GO TO 0100-DM-ACCURACY-FIN
           END-IF
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'PRECPRON_' WS-RPT-STAMP '.CSV' DELIMITED BY SIZE
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'MES' WS-CSV-DELIM 'CODIGO' WS-CSV-DELIM
                  'CATEGORIA' WS-CSV-DELIM 'PRONOSTICO' WS-CSV-DELIM
                  'REAL' WS-CSV-DELIM 'ERROR' WS-CSV-DELIM
                  'ERROR_PCT'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-DM-CNT
           MOVE 0 TO WS-V-DM-TPRON
           MOVE 0 TO WS-V-DM-TREAL
           MOVE 0 TO WS-V-DM-TABS
           SET WS-DM-FIN TO 0
           PERFORM UNTIL WS-DM-FIN = 1
              READ PRONMES NEXT RECORD
                 AT END
                    SET WS-DM-FIN TO 1
                 NOT AT END
                    IF PMS-MES = WS-DM-MES-IN
                    AND PMS-EST-CONGELADO THEN
                       PERFORM 0100-DM-MEASURE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PRONMES
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           IF WS-DM-CNT = 0 THEN
              DISPLAY WS-MSG-DMPN LINE 24 COL 01
              GO TO 0100-DM-ACCURACY-FIN
           END-IF
           MOVE WS-DM-CNT TO WS-DM-CNT-ED
           DISPLAY WS-MSG-DMPR LINE 08 COL 01
           DISPLAY WS-DM-CNT-ED LINE 09 COL 05
           MOVE 0 TO WS-V-DM-PCT
           MOVE 0 TO WS-V-DM-ERR
           IF WS-V-DM-TREAL > 0 THEN
              COMPUTE WS-V-DM-PCT ROUNDED =
                 WS-V-DM-TABS * 100 / WS-V-DM-TREAL
              COMPUTE WS-V-DM-ERR ROUNDED =
                 (WS-V-DM-TPRON - WS-V-DM-TREAL) * 100 / WS-V-DM-TREAL
           END-IF
           MOVE WS-V-DM-PCT TO WS-DM-EDP
           MOVE WS-V-DM-ERR TO WS-DM-EDS
           DISPLAY WS-MSG-DMPE LINE 11 COL 01
           DISPLAY WS-DM-EDP LINE 12 COL 05
           DISPLAY WS-DM-EDS LINE 12 COL 20.
       0100-DM-ACCURACY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-MEASURE : The frozen month in PMS-REG against the
      *    actual demand of its article.
      *-----------------------------------------------------------------
       0100-DM-MEASURE.
           ADD 1 TO WS-DM-CNT
           MOVE PMS-CODART TO WS-DM-COD
           PERFORM 0100-DM-FIND-ART
           MOVE 0 TO WS-V-DM-Q
           IF WS-DM-HIT > 0 THEN
              MOVE WS-DM-A-Q(WS-DM-HIT, 1) TO WS-V-DM-Q
           END-IF
           MOVE WS-V-DM-Q TO PMS-REAL
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO PMS-FMEDIDO
           REWRITE PMS-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE
           COMPUTE WS-V-DM-ERR = PMS-CANT - PMS-REAL
           ADD PMS-CANT TO WS-V-DM-TPRON
           ADD PMS-REAL TO WS-V-DM-TREAL
           IF WS-V-DM-ERR < 0 THEN
              SUBTRACT WS-V-DM-ERR FROM WS-V-DM-TABS
           ELSE
              ADD WS-V-DM-ERR TO WS-V-DM-TABS
           END-IF
           MOVE 0 TO WS-V-DM-PCT
           IF PMS-REAL > 0 THEN
              COMPUTE WS-V-DM-PCT ROUNDED =
                 WS-V-DM-ERR * 100 / PMS-REAL
           END-IF
           MOVE PMS-CANT TO WS-DM-ED1
           MOVE PMS-REAL TO WS-DM-ED2
           MOVE WS-V-DM-ERR TO WS-DM-EDS
           MOVE WS-V-DM-PCT TO WS-DM-EDP
           MOVE SPACES TO OUTPUT-RECORD
           STRING PMS-MES WS-CSV-DELIM PMS-CODART WS-CSV-DELIM
                  PMS-CATEG WS-CSV-DELIM WS-DM-ED1 WS-CSV-DELIM
                  WS-DM-ED2 WS-CSV-DELIM WS-DM-EDS WS-CSV-DELIM
                  WS-DM-EDP
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-INDEXES : The seasonal indexes of the last
      *    calculation, one category per row.
      *-----------------------------------------------------------------
       0100-DM-INDEXES.
           OPEN INPUT IESTACION
           IF WS-IES-STATUS NOT = '00' THEN
              CLOSE IESTACION
              DISPLAY WS-MSG-DMNI LINE 24 COL 01
              GO TO 0100-DM-INDEXES-FIN
           END-IF
           DISPLAY WS-LB-DMIX LINE 06 COL 01
           MOVE 6 TO WS-ROWCTRL
           SET WS-DM-FIN TO 0
           PERFORM UNTIL WS-DM-FIN = 1
              READ IESTACION NEXT RECORD
                 AT END
                    SET WS-DM-FIN TO 1
                 NOT AT END
                    PERFORM 0100-DM-INDEX-ONE
              END-READ
           END-PERFORM
           CLOSE IESTACION.
       0100-DM-INDEXES-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DM-INDEX-ONE : The index in IES-REG, starting a row at
      *    each category.
      *-----------------------------------------------------------------
       0100-DM-INDEX-ONE.
           IF IES-MES = 1 THEN
              ADD 1 TO WS-ROWCTRL
              IF WS-ROWCTRL > 21 THEN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
                 MOVE 7 TO WS-ROWCTRL
              END-IF
              DISPLAY IES-CATEG LINE WS-ROWCTRL COL 01
           END-IF
           COMPUTE WS-DM-COL = 12 + (IES-MES * 5)
           MOVE IES-INDICE TO WS-DM-EDI
           DISPLAY WS-DM-EDI LINE WS-ROWCTRL COL WS-DM-COL
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM DEMANDA01.
