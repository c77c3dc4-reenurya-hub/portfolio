      ******************************************************************
      * Program      : MRP01.cbl                                       *
      * Purpose      : Material requirements planning for kits. Takes  *
      *                the demand for kit articles (open backorders of *
      *                PENDIENTES.DAT, active RESERVAS.DAT             *
      *                reservations, open quotes of COTIZA.DAT         *
      *                weighted by a closing probability and the       *
      *                manual forecast kept here in PRONOSTICO.DAT),   *
      *                explodes it level by level through COMPONEN.DAT *
      *                and nets every article against its stock and    *
      *                the open PEDIDOS.DAT lines on their delivery    *
      *                date. The shortfalls become planned assembly    *
      *                orders (kits) and purchase orders (components)  *
      *                in MRPPLAN.DAT, dated back from the need by the *
      *                assembly days or the vendor's lead time. The    *
      *                plan is reviewed on screen and released: the    *
      *                purchases as draft orders for PEDIDO01 to       *
      *                approve, the assemblies as planned work orders  *
      *                of ORDENSAM.DAT for ENSAMB01, also listed in a  *
      *                CSV. The open work orders count as receipts of  *
      *                their kit and, while not yet picked, as demand  *
      *                of their components.                            *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Released assemblies become      *
      *                                planned work orders of ENSAMB01;*
      *                                open work orders count in the   *
      *                                netting.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRP01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PEDSEL.cpy".
       copy "RSVSEL.cpy".
       copy "COTSEL.cpy".
       copy "PRVSEL.cpy".
       copy "PVASEL.cpy".
       copy "OTESEL.cpy".
           SELECT COMPONEN ASSIGN TO "COMPONEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KIT-CLAVE
           FILE STATUS  IS WS-KIT-STATUS.
      *
           SELECT OPTIONAL PRONOSTICO ASSIGN TO "PRONOSTICO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PNS-CLAVE
           FILE STATUS  IS WS-PNS-STATUS.
      *
           SELECT OPTIONAL MRPPLAN ASSIGN TO "MRPPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS MRP-NUM
           FILE STATUS  IS WS-MRP-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "RSVFD.cpy".
      *
       copy "COTFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "PVAFD.cpy".
      *
       copy "OTEFD.cpy".
      *
       FD COMPONEN.
       01 KIT-REG.
           02 KIT-CLAVE.
               03 KIT-PADRE         PIC X(10).
               03 KIT-COMP          PIC X(10).
           02 KIT-CANT              PIC ZZZZ9.99.
      *
      *    MANUAL DEMAND FORECAST OF A KIT FOR A DAY.
       FD PRONOSTICO.
       01 PNS-REG.
           02 PNS-CLAVE.
               03 PNS-CODART        PIC X(10).
               03 PNS-FECHA         PIC X(08).
           02 PNS-CANT              PIC 9(5)V99.
           02 PNS-OPERADOR          PIC X(10).
           02 PNS-FILLER            PIC X(10).
      *
      *    THE PLANNED ORDERS OF THE LAST RUN. MRP-CANT IS IN STOCK
      *    UNITS; A RELEASED PURCHASE CARRIES ITS DRAFT ORDER NUMBER.
       FD MRPPLAN.
       01 MRP-REG.
           02 MRP-NUM               PIC 9(05).
           02 MRP-TIPO              PIC X(01).
               88 MRP-TIPO-COMPRA       VALUE 'C'.
               88 MRP-TIPO-ENSAMBLE     VALUE 'E'.
           02 MRP-CODART            PIC X(10).
           02 MRP-NIVEL             PIC 9(01).
           02 MRP-CANT              PIC 9(7)V99.
           02 MRP-FLIBERA           PIC X(08).
           02 MRP-FENTREGA          PIC X(08).
           02 MRP-ATRASO            PIC X(01).
               88 MRP-ATRASADA          VALUE 'S'.
           02 MRP-VENDOR            PIC X(20).
           02 MRP-PRECIO            PIC 9(5)V99.
           02 MRP-CANTMIN           PIC 9(5)V99.
           02 MRP-ESTADO            PIC X(01).
               88 MRP-EST-PLANEADA      VALUE 'P'.
               88 MRP-EST-LIBERADA      VALUE 'L'.
               88 MRP-EST-ANULADA       VALUE 'X'.
           02 MRP-PEDNUM            PIC 9(06).
           02 MRP-FCALCULO          PIC X(08).
           02 MRP-OPERADOR          PIC X(10).
           02 MRP-FILLER            PIC X(10).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PED-STATUS      PIC XX.
           77 WS-RSV-STATUS      PIC XX.
           77 WS-COT-STATUS      PIC XX.
           77 WS-KIT-STATUS      PIC XX.
           77 WS-PNS-STATUS      PIC XX.
           77 WS-MRP-STATUS      PIC XX.
           77 WS-MR-PROB-IN      PIC ZZ9.
           77 WS-MR-PROB         PIC 9(03) VALUE 50.
           77 WS-MR-ENS-IN       PIC Z9.
           77 WS-MR-ENS          PIC 9(02) VALUE 1.
           77 WS-MR-HOY          PIC X(08).
           77 WS-MR-HOY-N        PIC 9(08).
           77 WS-MR-HOY-I        PIC 9(07) VALUE 0.
           77 WS-MR-FECHA-N      PIC 9(08).
           77 WS-MR-DIA          PIC 9(07) VALUE 0.
           77 WS-MR-COD          PIC X(10).
           77 WS-MR-FUENTE       PIC X(01).
           77 WS-MR-OTE-EST      PIC X(01).
           77 WS-MR-ESKIT        PIC 9 VALUE 0.
           77 WS-MR-HIT          PIC 9(03) VALUE 0.
           77 WS-MR-IDX          PIC 9(03) VALUE 0.
           77 WS-MR-JDX          PIC 9(04) VALUE 0.
           77 WS-MR-SEL          PIC 9(04) VALUE 0.
           77 WS-MR-LVL          PIC 9(01) VALUE 0.
           77 WS-MR-TOP          PIC 9(03) VALUE 0.
           77 WS-MR-SP           PIC 9(03) VALUE 0.
           77 WS-MR-DEPTH        PIC 9(01) VALUE 0.
           77 WS-MR-ICNT         PIC 9(03) VALUE 0.
           77 WS-MR-RCNT         PIC 9(04) VALUE 0.
           77 WS-MR-PCNT         PIC 9(03) VALUE 0.
           77 WS-MR-LASTP        PIC 9(03) VALUE 0.
           77 WS-MR-LLENA        PIC 9 VALUE 0.
           77 WS-MR-FIN          PIC 9 VALUE 0.
           77 WS-MR-NCOMP        PIC 9(03) VALUE 0.
           77 WS-MR-NENS         PIC 9(03) VALUE 0.
           77 WS-MR-NATR         PIC 9(03) VALUE 0.
           77 WS-MR-NSINPRV      PIC 9(03) VALUE 0.
           77 WS-MR-CNT-ED       PIC ZZ9.
           77 WS-V-MR-CANT       PIC S9(7)V99 VALUE 0.
           77 WS-V-MR-SALDO      PIC S9(9)V99 VALUE 0.
           77 WS-V-MR-PED        PIC 9(5)V99 VALUE 0.
           77 WS-V-MR-REC        PIC 9(5)V99 VALUE 0.
           77 WS-V-MR-KCANT      PIC 9(5)V99 VALUE 0.
           77 WS-V-MR-INC        PIC 9(7)V99 VALUE 0.
           77 WS-V-MR-QTY        PIC 9(5)V99 VALUE 0.
           77 WS-V-MR-TPEN       PIC 9(9)V99 VALUE 0.
           77 WS-V-MR-TRSV       PIC 9(9)V99 VALUE 0.
           77 WS-V-MR-TCOT       PIC 9(9)V99 VALUE 0.
           77 WS-V-MR-TPNS       PIC 9(9)V99 VALUE 0.
           77 WS-MR-ED1          PIC ZZZZZZ9.99.
           77 WS-MR-ED2          PIC ZZZZZZZZ9.99.
           77 WS-MR-QTY-IN       PIC ZZZZ9.99.
           77 WS-MR-NUM-IN       PIC 9(05) VALUE 0.
           77 WS-MR-FPNS         PIC X(08).
           77 WS-MR-PRVCOD       PIC X(20).
           77 WS-MR-PEDNUM       PIC 9(06) VALUE 0.
           77 WS-MR-PEDNUM-ED    PIC ZZZZZ9.
           77 WS-MR-LIN          PIC 9(03) VALUE 0.
           77 WS-MR-ORDERS       PIC 9(03) VALUE 0.
           77 WS-MR-LCNT         PIC 9(03) VALUE 0.
      *
      *    EVERY ARTICLE OF THE RUN: THE KITS WITH DEMAND AND ALL THEIR
      *    COMPONENTS, WITH THE DEEPEST LEVEL EACH ONE APPEARS AT.
       01 WS-MR-ITEMS.
           02 WS-MR-ITEM OCCURS 300 TIMES.
               03 WS-MR-I-COD       PIC X(10).
               03 WS-MR-I-LLC       PIC 9(01).
               03 WS-MR-I-KIT       PIC 9(01).
               03 WS-MR-I-EXIST     PIC S9(7)V99.
               03 WS-MR-I-CONV      PIC 9(3)V99.
               03 WS-MR-I-VENDOR    PIC X(20).
               03 WS-MR-I-PLAZO     PIC 9(03).
               03 WS-MR-I-PRECIO    PIC 9(5)V99.
               03 WS-MR-I-CANTMIN   PIC 9(5)V99.
      *
      *    GROSS REQUIREMENTS ('D') AND SCHEDULED RECEIPTS ('R') BY
      *    ARTICLE AND DAY (DAYS AS INTEGER DATES).
       01 WS-MR-REQS.
           02 WS-MR-REQ OCCURS 2000 TIMES.
               03 WS-MR-R-ITEM      PIC 9(03).
               03 WS-MR-R-DIA       PIC 9(07).
               03 WS-MR-R-TIPO      PIC X(01).
               03 WS-MR-R-CANT      PIC S9(7)V99.
               03 WS-MR-R-HECHO     PIC 9(01).
      *
      *    PLANNED ORDERS OF THE RUN.
       01 WS-MR-PLANS.
           02 WS-MR-PLAN OCCURS 500 TIMES.
               03 WS-MR-P-ITEM      PIC 9(03).
               03 WS-MR-P-TIPO      PIC X(01).
               03 WS-MR-P-CANT      PIC 9(7)V99.
               03 WS-MR-P-DIA       PIC 9(07).
               03 WS-MR-P-LIB       PIC 9(07).
               03 WS-MR-P-ATR       PIC X(01).
      *
      *    EXPLOSION STACK OF THE LEVEL CODING.
       01 WS-MR-STACK.
           02 WS-MR-STK OCCURS 100 TIMES.
               03 WS-MR-S-COD       PIC X(10).
               03 WS-MR-S-LVL       PIC 9(01).
      *
      *    PURCHASE LINES BEING RELEASED, BY VENDOR AND DATE.
       01 WS-MR-RELS.
           02 WS-MR-REL OCCURS 500 TIMES.
               03 WS-MR-L-VENDOR    PIC X(20).
               03 WS-MR-L-FENTREGA  PIC X(08).
               03 WS-MR-L-NUM       PIC 9(05).
               03 WS-MR-L-CODART    PIC X(10).
               03 WS-MR-L-CANT      PIC 9(7)V99.
               03 WS-MR-L-PRECIO    PIC 9(5)V99.
               03 WS-MR-L-CANTMIN   PIC 9(5)V99.
       01 WS-MR-SWAP               PIC X(66).
      *
           77 WS-ST-MR     PIC X(25) VALUE 'PLANEACION DE MATERIALES '.
           77 WS-MSG-MROP PIC X(80) VALUE ' 1-CALCULA 2-REVISA 3-LIB'-
       'ERA 4-PRONOSTICO 9-SALE             Ingrese opcion [  ]'.
           77 WS-MSG-MRPB PIC X(80) VALUE ' Probabilidad de cierre d'-
       'e las cotizaciones % (ENTER = 50):                     '.
           77 WS-MSG-MREN PIC X(80) VALUE ' Dias de ensamble de un k'-
       'it (ENTER = 1):                                        '.
           77 WS-MSG-MRPX PIC X(80) VALUE ' La probabilidad no puede'-
       ' superar el 100%. Rechazado.                           '.
           77 WS-MSG-MRND PIC X(80) VALUE ' No hay demanda de articu'-
       'los kit: el plan no se calculo.                        '.
           77 WS-MSG-MRLL PIC X(80) VALUE ' Tablas del plan llenas; '-
       'el plan esta incompleto.                               '.
           77 WS-MSG-MROK PIC X(80) VALUE ' Plan calculado en MRPPLA'-
       'N.DAT; detalle en CSV registrado en INFORMES.LOG.      '.
           77 WS-MSG-MRNP PIC X(80) VALUE ' No hay un plan calculado'-
       '. Use la opcion 1.                                     '.
           77 WS-MSG-MRSL PIC X(80) VALUE ' Orden planeada a modific'-
       'ar (0 = terminar):                                     '.
           77 WS-MSG-MRQT PIC X(80) VALUE ' Nueva cantidad (0 = anul'-
       'ar la orden planeada):                                 '.
           77 WS-MSG-MRNX PIC X(80) VALUE ' No existe esa orden plan'-
       'eada o ya no esta pendiente.                           '.
           77 WS-MSG-MRCF PIC X(80) VALUE ' Liberar las ordenes plan'-
       'eadas pendientes (S/N)?                                '.
           77 WS-MSG-MRLB PIC X(80) VALUE ' Ordenes de compra en bor'-
       'rador para PEDIDO01:                                   '.
           77 WS-MSG-MRLE PIC X(80) VALUE ' Ordenes de ensamble libe'-
       'radas como ordenes de trabajo para ENSAMB01:           '.
           77 WS-MSG-MRSP PIC X(80) VALUE ' Compras planeadas sin pr'-
       'oveedor, no liberadas:                                 '.
           77 WS-MSG-MRCN PIC X(80) VALUE ' La liberacion fue cancel'-
       'ada.                                                   '.
           77 WS-MSG-MRAR PIC X(80) VALUE ' Articulo kit del pronost'-
       'ico (ENTER = terminar):                                '.
           77 WS-MSG-MRNK PIC X(80) VALUE ' El articulo no existe, e'-
       'sta inactivo o no es un kit.                           '.
           77 WS-MSG-MRFE PIC X(80) VALUE ' Fecha del pronostico (AA'-
       'AAMMDD, ENTER = otro articulo):                        '.
           77 WS-MSG-MRFX PIC X(80) VALUE ' Fecha invalida: use AAAA'-
       'MMDD, no anterior a hoy.                               '.
           77 WS-MSG-MRFQ PIC X(80) VALUE ' Cantidad pronosticada (0'-
       ' = borrar):                                            '.
           77 WS-LB-MRPN  PIC X(20) VALUE 'Pedidos pendientes.:'.
           77 WS-LB-MRRS  PIC X(20) VALUE 'Reservas activas...:'.
           77 WS-LB-MRCT  PIC X(20) VALUE 'Cotizaciones (pond):'.
           77 WS-LB-MRPR  PIC X(20) VALUE 'Pronostico.........:'.
           77 WS-LB-MRCO  PIC X(20) VALUE 'Compras planeadas..:'.
           77 WS-LB-MRES  PIC X(20) VALUE 'Ensambles planeados:'.
           77 WS-LB-MRAT  PIC X(20) VALUE 'Atrasadas..........:'.
           77 WS-LB-MR    PIC X(78) VALUE 'NUM   T CODIGO     LIBERA'-
       'R  ENTREGA    CANTIDAD PROVEEDOR            E A'.
           77 WS-LB-MRFC  PIC X(30) VALUE 'FECHA     CANTIDAD'.
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
                 WS-ST-MR          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-MROP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-MR-CALC THRU 0100-MR-CALC-FIN
                 WHEN 2
                    PERFORM 0100-MR-REVIEW THRU 0100-MR-REVIEW-FIN
                 WHEN 3
                    PERFORM 0100-MR-RELEASE THRU 0100-MR-RELEASE-FIN
                 WHEN 4
                    PERFORM 0100-MR-FORECAST THRU 0100-MR-FORECAST-FIN
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
      *    0100-MR-CALC : A new plan. Collects the kit demand, codes
      *    every article with its deepest level, nets level by level
      *    (a kit's planned assembly becomes demand of its components
      *    on the day it has to start) and replaces MRPPLAN.DAT.
      *-----------------------------------------------------------------
       0100-MR-CALC.
           DISPLAY WS-MSG-MRPB LINE 06 COL 01
           MOVE 0 TO WS-MR-PROB-IN
           ACCEPT WS-MR-PROB-IN LINE 06 COL 65
           MOVE WS-MR-PROB-IN TO WS-MR-PROB
           IF WS-MR-PROB = 0 THEN
              MOVE 50 TO WS-MR-PROB
           END-IF
           IF WS-MR-PROB > 100 THEN
              DISPLAY WS-MSG-MRPX LINE 24 COL 01
              GO TO 0100-MR-CALC-FIN
           END-IF
           DISPLAY WS-MSG-MREN LINE 07 COL 01
           MOVE 0 TO WS-MR-ENS-IN
           ACCEPT WS-MR-ENS-IN LINE 07 COL 65
           MOVE WS-MR-ENS-IN TO WS-MR-ENS
           IF WS-MR-ENS = 0 THEN
              MOVE 1 TO WS-MR-ENS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-MR-HOY
           MOVE WS-MR-HOY TO WS-MR-HOY-N
           COMPUTE WS-MR-HOY-I = FUNCTION INTEGER-OF-DATE(WS-MR-HOY-N)
           MOVE 0 TO WS-MR-ICNT
           MOVE 0 TO WS-MR-RCNT
           MOVE 0 TO WS-MR-PCNT
           MOVE 0 TO WS-MR-LLENA
           MOVE 0 TO WS-V-MR-TPEN
           MOVE 0 TO WS-V-MR-TRSV
           MOVE 0 TO WS-V-MR-TCOT
           MOVE 0 TO WS-V-MR-TPNS
           OPEN INPUT COMPONEN
           IF WS-KIT-STATUS NOT = '00' THEN
              CLOSE COMPONEN
              DISPLAY WS-MSG-MRND LINE 24 COL 01
              GO TO 0100-MR-CALC-FIN
           END-IF
           PERFORM 0100-MR-DEM-PEND
           PERFORM 0100-MR-DEM-RSV
           PERFORM 0100-MR-DEM-COT
           PERFORM 0100-MR-DEM-PNS
           IF WS-MR-ICNT = 0 THEN
              CLOSE COMPONEN
              DISPLAY WS-MSG-MRND LINE 24 COL 01
              GO TO 0100-MR-CALC-FIN
           END-IF
           PERFORM 0100-MR-LEVELS
           PERFORM 0100-MR-LOAD-ITEMS
           PERFORM 0100-MR-RECEIPTS THRU 0100-MR-RECEIPTS-FIN
           PERFORM VARYING WS-MR-LVL FROM 0 BY 1
                   UNTIL WS-MR-LVL > 5
              PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                      UNTIL WS-MR-IDX > WS-MR-ICNT
                 IF WS-MR-I-LLC(WS-MR-IDX) = WS-MR-LVL THEN
                    PERFORM 0100-MR-NET-ITEM
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE COMPONEN
           PERFORM 0100-MR-WRITE-PLAN
           PERFORM 0100-MR-CALC-SHOW.
       0100-MR-CALC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-CALC-SHOW : The demand taken and the orders planned.
      *-----------------------------------------------------------------
       0100-MR-CALC-SHOW.
           MOVE WS-V-MR-TPEN TO WS-MR-ED2
           DISPLAY WS-LB-MRPN LINE 09 COL 01
           DISPLAY WS-MR-ED2 LINE 09 COL 22
           MOVE WS-V-MR-TRSV TO WS-MR-ED2
           DISPLAY WS-LB-MRRS LINE 10 COL 01
           DISPLAY WS-MR-ED2 LINE 10 COL 22
           MOVE WS-V-MR-TCOT TO WS-MR-ED2
           DISPLAY WS-LB-MRCT LINE 11 COL 01
           DISPLAY WS-MR-ED2 LINE 11 COL 22
           MOVE WS-V-MR-TPNS TO WS-MR-ED2
           DISPLAY WS-LB-MRPR LINE 12 COL 01
           DISPLAY WS-MR-ED2 LINE 12 COL 22
           MOVE WS-MR-NCOMP TO WS-MR-CNT-ED
           DISPLAY WS-LB-MRCO LINE 09 COL 40
           DISPLAY WS-MR-CNT-ED LINE 09 COL 61
           MOVE WS-MR-NENS TO WS-MR-CNT-ED
           DISPLAY WS-LB-MRES LINE 10 COL 40
           DISPLAY WS-MR-CNT-ED LINE 10 COL 61
           MOVE WS-MR-NATR TO WS-MR-CNT-ED
           DISPLAY WS-LB-MRAT LINE 11 COL 40
           DISPLAY WS-MR-CNT-ED LINE 11 COL 61
           DISPLAY WS-MSG-MROK LINE 21 COL 01
           IF WS-MR-LLENA = 1 THEN
              DISPLAY WS-MSG-MRLL LINE 24 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-DEM-PEND : Open backorders, needed today.
      *-----------------------------------------------------------------
       0100-MR-DEM-PEND.
           OPEN INPUT PENDIENTES
           IF WS-PEN-STATUS = '00' THEN
              SET WS-MR-FIN TO 0
              PERFORM UNTIL WS-MR-FIN = 1
                 READ PENDIENTES
                    AT END
                       SET WS-MR-FIN TO 1
                    NOT AT END
                       IF PEN-EST-ABIERTO THEN
                          MOVE PEN-CODART TO WS-MR-COD
                          MOVE PEN-CANT TO WS-V-MR-CANT
                          MOVE WS-MR-HOY-I TO WS-MR-DIA
                          MOVE 'P' TO WS-MR-FUENTE
                          PERFORM 0100-MR-ADD-DEMAND
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PENDIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-DEM-RSV : Active reservations, needed today.
      *-----------------------------------------------------------------
       0100-MR-DEM-RSV.
           OPEN INPUT RESERVAS
           IF WS-RSV-STATUS = '00' THEN
              SET WS-MR-FIN TO 0
              PERFORM UNTIL WS-MR-FIN = 1
                 READ RESERVAS NEXT RECORD
                    AT END
                       SET WS-MR-FIN TO 1
                    NOT AT END
                       IF RSV-EST-ACTIVA THEN
                          MOVE RSV-CODART TO WS-MR-COD
                          MOVE RSV-CANT TO WS-V-MR-CANT
                          MOVE WS-MR-HOY-I TO WS-MR-DIA
                          MOVE 'R' TO WS-MR-FUENTE
                          PERFORM 0100-MR-ADD-DEMAND
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RESERVAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-DEM-COT : Lines of the open quotes still valid, at
      *    the closing probability, needed by the end of the validity.
      *-----------------------------------------------------------------
       0100-MR-DEM-COT.
           OPEN INPUT COTIZA
           IF WS-COT-STATUS = '00' THEN
              SET WS-MR-FIN TO 0
              PERFORM UNTIL WS-MR-FIN = 1
                 READ COTIZA NEXT RECORD
                    AT END
                       SET WS-MR-FIN TO 1
                    NOT AT END
                       IF COT-LIN > 0 AND COT-EST-ABIERTA
                       AND COT-FVALIDEZ IS NUMERIC
                       AND COT-FVALIDEZ NOT < WS-MR-HOY THEN
                          MOVE COT-CODART TO WS-MR-COD
                          MOVE COT-CANT TO WS-V-MR-QTY
                          COMPUTE WS-V-MR-CANT ROUNDED =
                             WS-V-MR-QTY * WS-MR-PROB / 100
                          MOVE COT-FVALIDEZ TO WS-MR-FECHA-N
                          COMPUTE WS-MR-DIA =
                             FUNCTION INTEGER-OF-DATE(WS-MR-FECHA-N)
                          IF WS-MR-DIA < WS-MR-HOY-I THEN
                             MOVE WS-MR-HOY-I TO WS-MR-DIA
                          END-IF
                          MOVE 'C' TO WS-MR-FUENTE
                          IF WS-V-MR-CANT > 0 THEN
                             PERFORM 0100-MR-ADD-DEMAND
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COTIZA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-DEM-PNS : The forecast from today on.
      *-----------------------------------------------------------------
       0100-MR-DEM-PNS.
           OPEN INPUT PRONOSTICO
           IF WS-PNS-STATUS = '00' THEN
              SET WS-MR-FIN TO 0
              PERFORM UNTIL WS-MR-FIN = 1
                 READ PRONOSTICO NEXT RECORD
                    AT END
                       SET WS-MR-FIN TO 1
                    NOT AT END
                       IF PNS-FECHA IS NUMERIC
                       AND PNS-FECHA NOT < WS-MR-HOY
                       AND PNS-CANT > 0 THEN
                          MOVE PNS-CODART TO WS-MR-COD
                          MOVE PNS-CANT TO WS-V-MR-CANT
                          MOVE PNS-FECHA TO WS-MR-FECHA-N
                          COMPUTE WS-MR-DIA =
                             FUNCTION INTEGER-OF-DATE(WS-MR-FECHA-N)
                          IF WS-MR-DIA < WS-MR-HOY-I THEN
                             MOVE WS-MR-HOY-I TO WS-MR-DIA
                          END-IF
                          MOVE 'F' TO WS-MR-FUENTE
                          PERFORM 0100-MR-ADD-DEMAND
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PRONOSTICO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-ADD-DEMAND : WS-V-MR-CANT of WS-MR-COD needed on
      *    WS-MR-DIA, kept only when the article is a kit.
      *-----------------------------------------------------------------
       0100-MR-ADD-DEMAND.
           PERFORM 0100-MR-IS-KIT THRU 0100-MR-IS-KIT-FIN
           IF WS-MR-ESKIT = 1 THEN
              PERFORM 0100-MR-ADD-ITEM
              IF WS-MR-HIT > 0 THEN
                 MOVE 1 TO WS-MR-I-KIT(WS-MR-HIT)
                 EVALUATE WS-MR-FUENTE
                    WHEN 'P'
                       ADD WS-V-MR-CANT TO WS-V-MR-TPEN
                    WHEN 'R'
                       ADD WS-V-MR-CANT TO WS-V-MR-TRSV
                    WHEN 'C'
                       ADD WS-V-MR-CANT TO WS-V-MR-TCOT
                    WHEN OTHER
                       ADD WS-V-MR-CANT TO WS-V-MR-TPNS
                 END-EVALUATE
                 MOVE 'D' TO WS-MR-FUENTE
                 PERFORM 0100-MR-ADD-REQ
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-IS-KIT : WS-MR-ESKIT ends 1 when WS-MR-COD has
      *    components in COMPONEN.DAT.
      *-----------------------------------------------------------------
       0100-MR-IS-KIT.
           MOVE 0 TO WS-MR-ESKIT
           MOVE WS-MR-COD TO KIT-PADRE
           MOVE LOW-VALUES TO KIT-COMP
           START COMPONEN KEY IS NOT LESS THAN KIT-CLAVE
              INVALID KEY
                 GO TO 0100-MR-IS-KIT-FIN
           END-START
           READ COMPONEN NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF KIT-PADRE = WS-MR-COD THEN
                    MOVE 1 TO WS-MR-ESKIT
                 END-IF
           END-READ.
       0100-MR-IS-KIT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-FIND-ITEM : WS-MR-HIT ends at the entry of WS-MR-COD
      *    in the article table, 0 when it is not there.
      *-----------------------------------------------------------------
       0100-MR-FIND-ITEM.
           MOVE 0 TO WS-MR-HIT
           PERFORM VARYING WS-MR-JDX FROM 1 BY 1
                   UNTIL WS-MR-JDX > WS-MR-ICNT OR WS-MR-HIT > 0
              IF WS-MR-I-COD(WS-MR-JDX) = WS-MR-COD THEN
                 MOVE WS-MR-JDX TO WS-MR-HIT
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-ADD-ITEM : As 0100-MR-FIND-ITEM, adding WS-MR-COD
      *    to the table when it is not there yet.
      *-----------------------------------------------------------------
       0100-MR-ADD-ITEM.
           PERFORM 0100-MR-FIND-ITEM
           IF WS-MR-HIT = 0 THEN
              IF WS-MR-ICNT < 300 THEN
                 ADD 1 TO WS-MR-ICNT
                 MOVE WS-MR-ICNT TO WS-MR-HIT
                 INITIALIZE WS-MR-ITEM(WS-MR-HIT)
                 MOVE WS-MR-COD TO WS-MR-I-COD(WS-MR-HIT)
              ELSE
                 MOVE 1 TO WS-MR-LLENA
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-ADD-REQ : WS-V-MR-CANT of article WS-MR-HIT on day
      *    WS-MR-DIA, as demand ('D') or receipt ('R') per WS-MR-FUENTE.
      *-----------------------------------------------------------------
       0100-MR-ADD-REQ.
           IF WS-MR-RCNT NOT < 2000 THEN
              MOVE 1 TO WS-MR-LLENA
           ELSE
              ADD 1 TO WS-MR-RCNT
              MOVE WS-MR-HIT TO WS-MR-R-ITEM(WS-MR-RCNT)
              MOVE WS-MR-DIA TO WS-MR-R-DIA(WS-MR-RCNT)
              MOVE WS-MR-FUENTE TO WS-MR-R-TIPO(WS-MR-RCNT)
              MOVE WS-V-MR-CANT TO WS-MR-R-CANT(WS-MR-RCNT)
              MOVE 0 TO WS-MR-R-HECHO(WS-MR-RCNT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-LEVELS : Walks the structure of every kit with
      *    demand down to five levels, adding its components to the
      *    table and keeping for each article the deepest level it is
      *    found at, so it is netted only after all its parents. An
      *    article with components becomes a kit unless it sits on the
      *    last level, where it is planned as a purchase.
      *-----------------------------------------------------------------
       0100-MR-LEVELS.
           MOVE WS-MR-ICNT TO WS-MR-TOP
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-TOP
              MOVE 1 TO WS-MR-SP
              MOVE WS-MR-I-COD(WS-MR-IDX) TO WS-MR-S-COD(1)
              MOVE 0 TO WS-MR-S-LVL(1)
              PERFORM UNTIL WS-MR-SP = 0
                 MOVE WS-MR-S-COD(WS-MR-SP) TO WS-MR-COD
                 MOVE WS-MR-S-LVL(WS-MR-SP) TO WS-MR-DEPTH
                 SUBTRACT 1 FROM WS-MR-SP
                 PERFORM 0100-MR-LEVEL-ONE THRU 0100-MR-LEVEL-ONE-FIN
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-ICNT
              IF WS-MR-I-LLC(WS-MR-IDX) = 5 THEN
                 MOVE 0 TO WS-MR-I-KIT(WS-MR-IDX)
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-LEVEL-ONE : Article WS-MR-COD met at level
      *    WS-MR-DEPTH: raises its level and stacks its components.
      *-----------------------------------------------------------------
       0100-MR-LEVEL-ONE.
           PERFORM 0100-MR-ADD-ITEM
           IF WS-MR-HIT = 0 THEN
              GO TO 0100-MR-LEVEL-ONE-FIN
           END-IF
           IF WS-MR-DEPTH > WS-MR-I-LLC(WS-MR-HIT) THEN
              MOVE WS-MR-DEPTH TO WS-MR-I-LLC(WS-MR-HIT)
           END-IF
           IF WS-MR-DEPTH NOT < 5 THEN
              GO TO 0100-MR-LEVEL-ONE-FIN
           END-IF
           MOVE WS-MR-COD TO KIT-PADRE
           MOVE LOW-VALUES TO KIT-COMP
           SET WS-MR-FIN TO 0
           START COMPONEN KEY IS NOT LESS THAN KIT-CLAVE
              INVALID KEY
                 SET WS-MR-FIN TO 1
           END-START
           PERFORM UNTIL WS-MR-FIN = 1
              READ COMPONEN NEXT RECORD
                 AT END
                    SET WS-MR-FIN TO 1
                 NOT AT END
                    IF KIT-PADRE NOT = WS-MR-COD THEN
                       SET WS-MR-FIN TO 1
                    ELSE
                       MOVE 1 TO WS-MR-I-KIT(WS-MR-HIT)
                       IF WS-MR-SP < 100 THEN
                          ADD 1 TO WS-MR-SP
                          MOVE KIT-COMP TO WS-MR-S-COD(WS-MR-SP)
                          COMPUTE WS-MR-S-LVL(WS-MR-SP) =
                             WS-MR-DEPTH + 1
                       ELSE
                          MOVE 1 TO WS-MR-LLENA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0100-MR-LEVEL-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-LOAD-ITEMS : Stock, conversion factor and supply
      *    data of every article of the table. Components are bought
      *    from the best approved vendor when the article has one,
      *    else from its VENDOR at that vendor's lead time.
      *-----------------------------------------------------------------
       0100-MR-LOAD-ITEMS.
           MOVE 0 TO WS-PVA-MAXPLAZO
           PERFORM 0100-PVA-TASA
           OPEN INPUT INVENTARIO
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-ICNT
              MOVE 1 TO WS-MR-I-CONV(WS-MR-IDX)
              MOVE WS-MR-I-COD(WS-MR-IDX) TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 0100-MR-LOAD-ONE THRU 0100-MR-LOAD-ONE-FIN
              END-READ
           END-PERFORM
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-LOAD-ONE : Entry WS-MR-IDX from INVENT-REG.
      *-----------------------------------------------------------------
       0100-MR-LOAD-ONE.
           MOVE CANT TO WS-V-CANT
           MOVE WS-V-CANT TO WS-MR-I-EXIST(WS-MR-IDX)
           MOVE CONVFACT TO WS-V-CONVFACT
           IF WS-V-CONVFACT > 0 THEN
              MOVE WS-V-CONVFACT TO WS-MR-I-CONV(WS-MR-IDX)
           END-IF
           IF WS-MR-I-KIT(WS-MR-IDX) = 1 THEN
              GO TO 0100-MR-LOAD-ONE-FIN
           END-IF
           MOVE CODART TO WS-PVA-CODART
           PERFORM 0100-PVA-BEST THRU 0100-PVA-BEST-FIN
           IF WS-PVA-HAY = 1 THEN
              MOVE WS-PVA-PROV TO WS-MR-I-VENDOR(WS-MR-IDX)
              MOVE WS-PVA-PLAZO TO WS-MR-I-PLAZO(WS-MR-IDX)
              MOVE WS-V-PVA-MEJOR TO WS-MR-I-PRECIO(WS-MR-IDX)
              MOVE WS-V-PVA-CANTMIN TO WS-MR-I-CANTMIN(WS-MR-IDX)
              GO TO 0100-MR-LOAD-ONE-FIN
           END-IF
           MOVE VENDOR TO WS-MR-I-VENDOR(WS-MR-IDX)
           MOVE AVGCOST TO WS-V-AVGCOST
           IF WS-V-AVGCOST = 0 THEN
              MOVE STDCOST TO WS-V-AVGCOST
           END-IF
           MOVE WS-V-AVGCOST TO WS-MR-I-PRECIO(WS-MR-IDX)
           IF VENDOR = SPACES THEN
              GO TO 0100-MR-LOAD-ONE-FIN
           END-IF
           OPEN INPUT PROVEEDORES
           IF WS-PRV-STATUS = '00' OR WS-PRV-STATUS = '05' THEN
              MOVE VENDOR(1:10) TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PRV-PLAZO TO WS-MR-I-PLAZO(WS-MR-IDX)
              END-READ
           END-IF
           CLOSE PROVEEDORES.
       0100-MR-LOAD-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-RECEIPTS : What is still to come on every order
      *    line not closed - drafts included, so a released plan is not
      *    planned again - in stock units on its delivery date (today
      *    when that date is already past).
      *-----------------------------------------------------------------
       0100-MR-RECEIPTS.
           PERFORM 0100-MR-WO-RECEIPTS THRU 0100-MR-WO-RECEIPTS-FIN
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS NOT = '00' THEN
              CLOSE PEDIDOS
              GO TO 0100-MR-RECEIPTS-FIN
           END-IF
           SET WS-MR-FIN TO 0
           PERFORM UNTIL WS-MR-FIN = 1
              READ PEDIDOS NEXT RECORD
                 AT END
                    SET WS-MR-FIN TO 1
                 NOT AT END
                    IF PED-LIN > 0 AND NOT PED-EST-CERRADA THEN
                       MOVE PED-CODART TO WS-MR-COD
                       PERFORM 0100-MR-FIND-ITEM
                       IF WS-MR-HIT > 0 THEN
                          PERFORM 0100-MR-RECEIPT-ONE
                             THRU 0100-MR-RECEIPT-ONE-FIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PEDIDOS.
       0100-MR-RECEIPTS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-RECEIPT-ONE : The receipt of the line in PED-REG.
      *-----------------------------------------------------------------
       0100-MR-RECEIPT-ONE.
           MOVE PED-CANT-PED TO WS-V-MR-PED
           MOVE PED-CANT-REC TO WS-V-MR-REC
           IF WS-V-MR-REC NOT < WS-V-MR-PED THEN
              GO TO 0100-MR-RECEIPT-ONE-FIN
           END-IF
           COMPUTE WS-V-MR-CANT =
              (WS-V-MR-PED - WS-V-MR-REC) * WS-MR-I-CONV(WS-MR-HIT)
           MOVE WS-MR-HOY-I TO WS-MR-DIA
           IF PED-FENTREGA IS NUMERIC
           AND PED-FENTREGA > WS-MR-HOY THEN
              MOVE PED-FENTREGA TO WS-MR-FECHA-N
              COMPUTE WS-MR-DIA =
                 FUNCTION INTEGER-OF-DATE(WS-MR-FECHA-N)
           END-IF
           MOVE 'R' TO WS-MR-FUENTE
           PERFORM 0100-MR-ADD-REQ.
       0100-MR-RECEIPT-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-WO-RECEIPTS : The open assembly work orders of
      *    ORDENSAM.DAT. A planned or released order will deliver its
      *    kits the assembly days after its planned date; a planned
      *    one still has to take its components on that date. Dates
      *    already past count as today.
      *-----------------------------------------------------------------
       0100-MR-WO-RECEIPTS.
           OPEN INPUT ORDENSAM
           IF WS-OTE-STATUS NOT = '00' THEN
              CLOSE ORDENSAM
              GO TO 0100-MR-WO-RECEIPTS-FIN
           END-IF
           MOVE SPACES TO WS-MR-OTE-EST
           SET WS-MR-FIN TO 0
           PERFORM UNTIL WS-MR-FIN = 1
              READ ORDENSAM NEXT RECORD
                 AT END
                    SET WS-MR-FIN TO 1
                 NOT AT END
                    IF OTE-LIN = 0 THEN
                       MOVE OTE-ESTADO TO WS-MR-OTE-EST
                    END-IF
                    MOVE OTE-CODART TO WS-MR-COD
                    PERFORM 0100-MR-FIND-ITEM
                    IF WS-MR-HIT > 0 THEN
                       PERFORM 0100-MR-WO-ONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDENSAM.
       0100-MR-WO-RECEIPTS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-WO-ONE : The work order record in OTE-REG.
      *-----------------------------------------------------------------
       0100-MR-WO-ONE.
           MOVE WS-MR-HOY-I TO WS-MR-DIA
           IF OTE-FPLAN IS NUMERIC
           AND OTE-FPLAN > WS-MR-HOY THEN
              MOVE OTE-FPLAN TO WS-MR-FECHA-N
              COMPUTE WS-MR-DIA =
                 FUNCTION INTEGER-OF-DATE(WS-MR-FECHA-N)
           END-IF
           MOVE OTE-CANT-PLAN TO WS-V-MR-CANT
           IF OTE-LIN = 0 THEN
              IF OTE-EST-PLANEADA OR OTE-EST-LIBERADA THEN
                 ADD WS-MR-ENS TO WS-MR-DIA
                 MOVE 'R' TO WS-MR-FUENTE
                 PERFORM 0100-MR-ADD-REQ
              END-IF
           ELSE
              IF WS-MR-OTE-EST = 'P' THEN
                 MOVE 'D' TO WS-MR-FUENTE
                 PERFORM 0100-MR-ADD-REQ
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-NET-ITEM : Nets article WS-MR-IDX day by day, lot
      *    for lot: whenever its projected balance would fall below
      *    zero, the shortfall becomes a planned order due that day.
      *-----------------------------------------------------------------
       0100-MR-NET-ITEM.
           MOVE WS-MR-I-EXIST(WS-MR-IDX) TO WS-V-MR-SALDO
           MOVE 0 TO WS-MR-LASTP
           MOVE 1 TO WS-MR-SEL
           PERFORM UNTIL WS-MR-SEL = 0
              PERFORM 0100-MR-NET-NEXT
              IF WS-MR-SEL > 0 THEN
                 MOVE 1 TO WS-MR-R-HECHO(WS-MR-SEL)
                 IF WS-MR-R-TIPO(WS-MR-SEL) = 'R' THEN
                    ADD WS-MR-R-CANT(WS-MR-SEL) TO WS-V-MR-SALDO
                 ELSE
                    SUBTRACT WS-MR-R-CANT(WS-MR-SEL)
                       FROM WS-V-MR-SALDO
                 END-IF
                 IF WS-V-MR-SALDO < 0 THEN
                    COMPUTE WS-V-MR-INC = 0 - WS-V-MR-SALDO
                    MOVE 0 TO WS-V-MR-SALDO
                    MOVE WS-MR-R-DIA(WS-MR-SEL) TO WS-MR-DIA
                    PERFORM 0100-MR-ADD-PLAN THRU 0100-MR-ADD-PLAN-FIN
                 END-IF
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-NET-NEXT : WS-MR-SEL ends at the earliest entry of
      *    article WS-MR-IDX not yet netted - receipts first within a
      *    day - or 0 when none is left.
      *-----------------------------------------------------------------
       0100-MR-NET-NEXT.
           MOVE 0 TO WS-MR-SEL
           PERFORM VARYING WS-MR-JDX FROM 1 BY 1
                   UNTIL WS-MR-JDX > WS-MR-RCNT
              IF WS-MR-R-ITEM(WS-MR-JDX) = WS-MR-IDX
              AND WS-MR-R-HECHO(WS-MR-JDX) = 0 THEN
                 IF WS-MR-SEL = 0 THEN
                    MOVE WS-MR-JDX TO WS-MR-SEL
                 ELSE
                    IF WS-MR-R-DIA(WS-MR-JDX) < WS-MR-R-DIA(WS-MR-SEL)
                    OR (WS-MR-R-DIA(WS-MR-JDX) =
                        WS-MR-R-DIA(WS-MR-SEL)
                        AND WS-MR-R-TIPO(WS-MR-JDX) = 'R'
                        AND WS-MR-R-TIPO(WS-MR-SEL) = 'D') THEN
                       MOVE WS-MR-JDX TO WS-MR-SEL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-ADD-PLAN : WS-V-MR-INC more of article WS-MR-IDX due
      *    on WS-MR-DIA, joined to its order of the same day when there
      *    is one. The order starts the lead time before - the assembly
      *    days for a kit - or today, marked late, when that is past.
      *    A kit's order is demand of its components on its start day.
      *-----------------------------------------------------------------
       0100-MR-ADD-PLAN.
           IF WS-MR-LASTP > 0 THEN
              IF WS-MR-P-DIA(WS-MR-LASTP) = WS-MR-DIA THEN
                 ADD WS-V-MR-INC TO WS-MR-P-CANT(WS-MR-LASTP)
                 GO TO 0100-MR-ADD-PLAN-EXPL
              END-IF
           END-IF
           IF WS-MR-PCNT NOT < 500 THEN
              MOVE 1 TO WS-MR-LLENA
              GO TO 0100-MR-ADD-PLAN-FIN
           END-IF
           ADD 1 TO WS-MR-PCNT
           MOVE WS-MR-PCNT TO WS-MR-LASTP
           MOVE WS-MR-IDX TO WS-MR-P-ITEM(WS-MR-LASTP)
           MOVE WS-V-MR-INC TO WS-MR-P-CANT(WS-MR-LASTP)
           MOVE WS-MR-DIA TO WS-MR-P-DIA(WS-MR-LASTP)
           MOVE 'N' TO WS-MR-P-ATR(WS-MR-LASTP)
           IF WS-MR-I-KIT(WS-MR-IDX) = 1 THEN
              MOVE 'E' TO WS-MR-P-TIPO(WS-MR-LASTP)
              COMPUTE WS-MR-P-LIB(WS-MR-LASTP) =
                 WS-MR-DIA - WS-MR-ENS
           ELSE
              MOVE 'C' TO WS-MR-P-TIPO(WS-MR-LASTP)
              COMPUTE WS-MR-P-LIB(WS-MR-LASTP) =
                 WS-MR-DIA - WS-MR-I-PLAZO(WS-MR-IDX)
           END-IF
           IF WS-MR-P-LIB(WS-MR-LASTP) < WS-MR-HOY-I THEN
              MOVE WS-MR-HOY-I TO WS-MR-P-LIB(WS-MR-LASTP)
              MOVE 'S' TO WS-MR-P-ATR(WS-MR-LASTP)
           END-IF.
       0100-MR-ADD-PLAN-EXPL.
           IF WS-MR-I-KIT(WS-MR-IDX) = 0 THEN
              GO TO 0100-MR-ADD-PLAN-FIN
           END-IF
           MOVE WS-MR-I-COD(WS-MR-IDX) TO KIT-PADRE
           MOVE LOW-VALUES TO KIT-COMP
           SET WS-MR-FIN TO 0
           START COMPONEN KEY IS NOT LESS THAN KIT-CLAVE
              INVALID KEY
                 SET WS-MR-FIN TO 1
           END-START
           PERFORM UNTIL WS-MR-FIN = 1
              READ COMPONEN NEXT RECORD
                 AT END
                    SET WS-MR-FIN TO 1
                 NOT AT END
                    IF KIT-PADRE NOT = WS-MR-I-COD(WS-MR-IDX) THEN
                       SET WS-MR-FIN TO 1
                    ELSE
                       MOVE KIT-COMP TO WS-MR-COD
                       PERFORM 0100-MR-FIND-ITEM
                       IF WS-MR-HIT > 0 THEN
                          MOVE KIT-CANT TO WS-V-MR-KCANT
                          COMPUTE WS-V-MR-CANT =
                             WS-V-MR-INC * WS-V-MR-KCANT
                          MOVE WS-MR-P-LIB(WS-MR-LASTP) TO WS-MR-DIA
                          MOVE 'D' TO WS-MR-FUENTE
                          PERFORM 0100-MR-ADD-REQ
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
       0100-MR-ADD-PLAN-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-WRITE-PLAN : Replaces MRPPLAN.DAT with the orders of
      *    this run and lists them in a CSV registered in INFORMES.LOG.
      *-----------------------------------------------------------------
       0100-MR-WRITE-PLAN.
           MOVE 0 TO WS-MR-NCOMP
           MOVE 0 TO WS-MR-NENS
           MOVE 0 TO WS-MR-NATR
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'MRP_' WS-RPT-STAMP '.CSV' DELIMITED BY SIZE
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'NUM' WS-CSV-DELIM 'TIPO' WS-CSV-DELIM
                  'ARTICULO' WS-CSV-DELIM 'NIVEL' WS-CSV-DELIM
                  'CANTIDAD' WS-CSV-DELIM 'LIBERAR' WS-CSV-DELIM
                  'ENTREGA' WS-CSV-DELIM 'ATRASADA' WS-CSV-DELIM
                  'PROVEEDOR'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           OPEN OUTPUT MRPPLAN
           PERFORM VARYING WS-MR-JDX FROM 1 BY 1
                   UNTIL WS-MR-JDX > WS-MR-PCNT
              PERFORM 0100-MR-WRITE-ONE
           END-PERFORM
           CLOSE MRPPLAN
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-WRITE-ONE : Planned order WS-MR-JDX to the plan
      *    file and the CSV.
      *-----------------------------------------------------------------
       0100-MR-WRITE-ONE.
           MOVE WS-MR-P-ITEM(WS-MR-JDX) TO WS-MR-IDX
           MOVE SPACES TO MRP-REG
           MOVE WS-MR-JDX TO MRP-NUM
           MOVE WS-MR-P-TIPO(WS-MR-JDX) TO MRP-TIPO
           MOVE WS-MR-I-COD(WS-MR-IDX) TO MRP-CODART
           MOVE WS-MR-I-LLC(WS-MR-IDX) TO MRP-NIVEL
           MOVE WS-MR-P-CANT(WS-MR-JDX) TO MRP-CANT
           COMPUTE WS-MR-FECHA-N =
              FUNCTION DATE-OF-INTEGER(WS-MR-P-LIB(WS-MR-JDX))
           MOVE WS-MR-FECHA-N TO MRP-FLIBERA
           COMPUTE WS-MR-FECHA-N =
              FUNCTION DATE-OF-INTEGER(WS-MR-P-DIA(WS-MR-JDX))
           MOVE WS-MR-FECHA-N TO MRP-FENTREGA
           MOVE WS-MR-P-ATR(WS-MR-JDX) TO MRP-ATRASO
           MOVE 0 TO MRP-PRECIO
           MOVE 0 TO MRP-CANTMIN
           IF MRP-TIPO-COMPRA THEN
              MOVE WS-MR-I-VENDOR(WS-MR-IDX) TO MRP-VENDOR
              MOVE WS-MR-I-PRECIO(WS-MR-IDX) TO MRP-PRECIO
              MOVE WS-MR-I-CANTMIN(WS-MR-IDX) TO MRP-CANTMIN
              ADD 1 TO WS-MR-NCOMP
           ELSE
              ADD 1 TO WS-MR-NENS
           END-IF
           IF MRP-ATRASADA THEN
              ADD 1 TO WS-MR-NATR
           END-IF
           SET MRP-EST-PLANEADA TO TRUE
           MOVE 0 TO MRP-PEDNUM
           MOVE WS-MR-HOY TO MRP-FCALCULO
           MOVE WS-OPERATOR-ID TO MRP-OPERADOR
           WRITE MRP-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE MRP-CANT TO WS-MR-ED1
           MOVE SPACES TO OUTPUT-RECORD
           STRING MRP-NUM WS-CSV-DELIM MRP-TIPO WS-CSV-DELIM
                  MRP-CODART WS-CSV-DELIM MRP-NIVEL WS-CSV-DELIM
                  WS-MR-ED1 WS-CSV-DELIM MRP-FLIBERA WS-CSV-DELIM
                  MRP-FENTREGA WS-CSV-DELIM MRP-ATRASO WS-CSV-DELIM
                  MRP-VENDOR
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-REVIEW : Lists the plan and lets the planner change
      *    the quantity of an order still planned, or cancel it.
      *-----------------------------------------------------------------
       0100-MR-REVIEW.
           OPEN INPUT MRPPLAN
           IF WS-MRP-STATUS NOT = '00' THEN
              CLOSE MRPPLAN
              DISPLAY WS-MSG-MRNP LINE 24 COL 01
              GO TO 0100-MR-REVIEW-FIN
           END-IF
           CLOSE MRPPLAN
           PERFORM 0100-MR-SHOW-PLAN
           MOVE 1 TO WS-MR-NUM-IN
           PERFORM UNTIL WS-MR-NUM-IN = 0
              DISPLAY WS-SPC LINE 22 COL 01
              DISPLAY WS-MSG-MRSL LINE 22 COL 01
              MOVE 0 TO WS-MR-NUM-IN
              ACCEPT WS-MR-NUM-IN LINE 22 COL 50
              IF WS-MR-NUM-IN > 0 THEN
                 PERFORM 0100-MR-EDIT-ONE THRU 0100-MR-EDIT-ONE-FIN
              END-IF
           END-PERFORM.
       0100-MR-REVIEW-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-EDIT-ONE : New quantity of planned order
      *    WS-MR-NUM-IN; 0 cancels it.
      *-----------------------------------------------------------------
       0100-MR-EDIT-ONE.
           OPEN I-O MRPPLAN
           MOVE WS-MR-NUM-IN TO MRP-NUM
           READ MRPPLAN
              KEY IS MRP-NUM
              INVALID KEY
                 MOVE SPACES TO MRP-ESTADO
           END-READ
           IF NOT MRP-EST-PLANEADA THEN
              CLOSE MRPPLAN
              DISPLAY WS-MSG-MRNX LINE 24 COL 01
              GO TO 0100-MR-EDIT-ONE-FIN
           END-IF
           DISPLAY WS-MSG-MRQT LINE 23 COL 01
           MOVE WS-ZERO TO WS-MR-QTY-IN
           ACCEPT WS-MR-QTY-IN LINE 23 COL 50
           MOVE WS-MR-QTY-IN TO WS-V-MR-QTY
           IF WS-V-MR-QTY = 0 THEN
              SET MRP-EST-ANULADA TO TRUE
           ELSE
              MOVE WS-V-MR-QTY TO MRP-CANT
           END-IF
           MOVE WS-OPERATOR-ID TO MRP-OPERADOR
           REWRITE MRP-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE
           CLOSE MRPPLAN
           DISPLAY WS-SPC LINE 23 COL 01
           PERFORM 0100-MR-SHOW-PLAN.
       0100-MR-EDIT-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-SHOW-PLAN : The orders of the plan, a page at a
      *    time.
      *-----------------------------------------------------------------
       0100-MR-SHOW-PLAN.
           DISPLAY WS-BLANK LINE 06 COL 01 ERASE EOS
           DISPLAY WS-LB-MR LINE 06 COL 01
           MOVE 7 TO WS-ROWCTRL
           OPEN INPUT MRPPLAN
           SET WS-MR-FIN TO 0
           PERFORM UNTIL WS-MR-FIN = 1
              READ MRPPLAN NEXT RECORD
                 AT END
                    SET WS-MR-FIN TO 1
                 NOT AT END
                    IF WS-ROWCTRL > 20 THEN
                       DISPLAY WS-MSG-AN1 LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                       DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
                       MOVE 7 TO WS-ROWCTRL
                    END-IF
                    MOVE MRP-CANT TO WS-MR-ED1
                    DISPLAY MRP-NUM LINE WS-ROWCTRL COL 01
                    DISPLAY MRP-TIPO LINE WS-ROWCTRL COL 07
                    DISPLAY MRP-CODART LINE WS-ROWCTRL COL 09
                    DISPLAY MRP-FLIBERA LINE WS-ROWCTRL COL 20
                    DISPLAY MRP-FENTREGA LINE WS-ROWCTRL COL 29
                    DISPLAY WS-MR-ED1 LINE WS-ROWCTRL COL 38
                    DISPLAY MRP-VENDOR LINE WS-ROWCTRL COL 49
                    DISPLAY MRP-ESTADO LINE WS-ROWCTRL COL 70
                    DISPLAY MRP-ATRASO LINE WS-ROWCTRL COL 72
                    ADD 1 TO WS-ROWCTRL
              END-READ
           END-PERFORM
           CLOSE MRPPLAN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-RELEASE : Releases the orders still planned. The
      *    purchases become draft orders in PEDIDOS.DAT, one per
      *    vendor, for PEDIDO01 to approve; the assemblies are listed
      *    in a CSV for KIT01. Purchases without a vendor stay planned.
      *-----------------------------------------------------------------
       0100-MR-RELEASE.
           OPEN INPUT MRPPLAN
           IF WS-MRP-STATUS NOT = '00' THEN
              CLOSE MRPPLAN
              DISPLAY WS-MSG-MRNP LINE 24 COL 01
              GO TO 0100-MR-RELEASE-FIN
           END-IF
           CLOSE MRPPLAN
           DISPLAY WS-MSG-MRCF LINE 07 COL 01
           MOVE SPACES TO WS-OPTX
           ACCEPT WS-OPTX LINE 07 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MRCN LINE 24 COL 01
              GO TO 0100-MR-RELEASE-FIN
           END-IF
           MOVE 0 TO WS-MR-LCNT
           MOVE 0 TO WS-MR-NENS
           MOVE 0 TO WS-MR-NSINPRV
           MOVE 0 TO WS-MR-ORDERS
           PERFORM 0100-MR-REL-ASSEMBLY
           PERFORM 0100-MR-REL-SORT
           IF WS-MR-LCNT > 0 THEN
              PERFORM 0100-MR-REL-ORDERS
           END-IF
           MOVE WS-MR-ORDERS TO WS-MR-CNT-ED
           DISPLAY WS-MSG-MRLB LINE 09 COL 01
           DISPLAY WS-MR-CNT-ED LINE 09 COL 60
           MOVE WS-MR-NENS TO WS-MR-CNT-ED
           DISPLAY WS-MSG-MRLE LINE 10 COL 01
           DISPLAY WS-MR-CNT-ED LINE 10 COL 60
           MOVE WS-MR-NSINPRV TO WS-MR-CNT-ED
           DISPLAY WS-MSG-MRSP LINE 11 COL 01
           DISPLAY WS-MR-CNT-ED LINE 11 COL 60.
       0100-MR-RELEASE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-REL-ASSEMBLY : Releases the planned assemblies to
      *    the CSV and gathers the planned purchases to be ordered.
      *-----------------------------------------------------------------
       0100-MR-REL-ASSEMBLY.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'ENSAMBLE_' WS-RPT-STAMP '.CSV' DELIMITED BY SIZE
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'NUM' WS-CSV-DELIM 'KIT' WS-CSV-DELIM
                  'CANTIDAD' WS-CSV-DELIM 'INICIO' WS-CSV-DELIM
                  'ENTREGA' WS-CSV-DELIM 'ATRASADA' WS-CSV-DELIM 'OT'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           OPEN I-O MRPPLAN
           SET WS-MR-FIN TO 0
           PERFORM UNTIL WS-MR-FIN = 1
              READ MRPPLAN NEXT RECORD
                 AT END
                    SET WS-MR-FIN TO 1
                 NOT AT END
                    IF MRP-EST-PLANEADA THEN
                       PERFORM 0100-MR-REL-ONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MRPPLAN
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-REL-ONE : The planned order in MRP-REG.
      *-----------------------------------------------------------------
       0100-MR-REL-ONE.
           IF MRP-TIPO-ENSAMBLE THEN
              MOVE MRP-CODART TO WS-OTE-KIT
              MOVE MRP-CANT TO WS-V-OTE-CANT
              MOVE MRP-FLIBERA TO WS-OTE-FPLAN
              MOVE 'M' TO WS-OTE-ORIGEN
              PERFORM 0100-OTE-CREATE THRU 0100-OTE-CREATE-FIN
              MOVE WS-OTE-NUM TO MRP-PEDNUM
              SET MRP-EST-LIBERADA TO TRUE
              MOVE WS-OPERATOR-ID TO MRP-OPERADOR
              REWRITE MRP-REG
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              ADD 1 TO WS-MR-NENS
              MOVE MRP-CANT TO WS-MR-ED1
              MOVE SPACES TO OUTPUT-RECORD
              STRING MRP-NUM WS-CSV-DELIM MRP-CODART WS-CSV-DELIM
                     WS-MR-ED1 WS-CSV-DELIM MRP-FLIBERA WS-CSV-DELIM
                     MRP-FENTREGA WS-CSV-DELIM MRP-ATRASO
                     WS-CSV-DELIM WS-OTE-NUM
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           ELSE
              IF MRP-VENDOR = SPACES THEN
                 ADD 1 TO WS-MR-NSINPRV
              ELSE
                 IF WS-MR-LCNT < 500 THEN
                    ADD 1 TO WS-MR-LCNT
                    MOVE MRP-VENDOR TO WS-MR-L-VENDOR(WS-MR-LCNT)
                    MOVE MRP-FENTREGA TO WS-MR-L-FENTREGA(WS-MR-LCNT)
                    MOVE MRP-NUM TO WS-MR-L-NUM(WS-MR-LCNT)
                    MOVE MRP-CODART TO WS-MR-L-CODART(WS-MR-LCNT)
                    MOVE MRP-CANT TO WS-MR-L-CANT(WS-MR-LCNT)
                    MOVE MRP-PRECIO TO WS-MR-L-PRECIO(WS-MR-LCNT)
                    MOVE MRP-CANTMIN TO WS-MR-L-CANTMIN(WS-MR-LCNT)
                 END-IF
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-REL-SORT : Orders the purchases by vendor and, for
      *    each vendor, by delivery date.
      *-----------------------------------------------------------------
       0100-MR-REL-SORT.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX NOT < WS-MR-LCNT
              PERFORM VARYING WS-MR-JDX FROM 1 BY 1
                      UNTIL WS-MR-JDX NOT <
                         (WS-MR-LCNT - WS-MR-IDX + 1)
                 IF WS-MR-REL(WS-MR-JDX)(1:28) >
                    WS-MR-REL(WS-MR-JDX + 1)(1:28) THEN
                    MOVE WS-MR-REL(WS-MR-JDX) TO WS-MR-SWAP
                    MOVE WS-MR-REL(WS-MR-JDX + 1)
                       TO WS-MR-REL(WS-MR-JDX)
                    MOVE WS-MR-SWAP TO WS-MR-REL(WS-MR-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-REL-ORDERS : One draft order per vendor - a new one
      *    every 50 lines - numbered through PARAMS.DAT, each line on
      *    its own delivery date, and the plan marked with the order.
      *-----------------------------------------------------------------
       0100-MR-REL-ORDERS.
           PERFORM 0100-LOAD-PARAMS
           MOVE SPACES TO WS-MR-PRVCOD
           OPEN I-O PEDIDOS
           IF WS-PED-STATUS = '35' THEN
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
           END-IF
           OPEN INPUT INVENTARIO
           OPEN I-O MRPPLAN
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                   UNTIL WS-MR-IDX > WS-MR-LCNT
              IF WS-MR-L-VENDOR(WS-MR-IDX) NOT = WS-MR-PRVCOD
              OR WS-MR-LIN NOT < 50 THEN
                 MOVE WS-MR-L-VENDOR(WS-MR-IDX) TO WS-MR-PRVCOD
                 PERFORM 0100-MR-ORDER-HEAD
              END-IF
              PERFORM 0100-MR-ORDER-LINE
           END-PERFORM
           CLOSE MRPPLAN
           CLOSE INVENTARIO
           CLOSE PEDIDOS
           PERFORM 0100-SAVE-PARAMS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-ORDER-HEAD : Header of the next draft order, due on
      *    the earliest date of its lines.
      *-----------------------------------------------------------------
       0100-MR-ORDER-HEAD.
           MOVE WS-PAR-NEXTPED TO WS-MR-PEDNUM
           IF WS-MR-PEDNUM = 0 THEN
              MOVE 1 TO WS-MR-PEDNUM
           END-IF
           COMPUTE WS-PAR-NEXTPED = WS-MR-PEDNUM + 1
           ADD 1 TO WS-MR-ORDERS
           MOVE 0 TO WS-MR-LIN
           MOVE SPACES TO PED-REG
           MOVE WS-MR-PEDNUM TO PED-NUM
           MOVE 0 TO PED-LIN
           MOVE WS-DATETIME(1:8) TO PED-FECHA
           MOVE WS-MR-L-FENTREGA(WS-MR-IDX) TO PED-FENTREGA
           MOVE WS-MR-PRVCOD TO PED-VENDOR
           MOVE 0 TO PED-CANT-PED
           MOVE 0 TO PED-CANT-REC
           SET PED-EST-BORRADOR TO TRUE
           MOVE WS-OPERATOR-ID TO PED-OPERADOR
           MOVE 0 TO PED-PRECIO
           WRITE PED-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-ORDER-LINE : Draft line of purchase WS-MR-IDX in the
      *    purchase unit, raised to the vendor's minimum quantity.
      *-----------------------------------------------------------------
       0100-MR-ORDER-LINE.
           MOVE 1.00 TO WS-V-CONVFACT
           MOVE WS-MR-L-CODART(WS-MR-IDX) TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 MOVE SPACES TO DESCART
                 MOVE SPACES TO PURUNIT
              NOT INVALID KEY
                 MOVE CONVFACT TO WS-V-CONVFACT
                 IF WS-V-CONVFACT = 0 THEN
                    MOVE 1.00 TO WS-V-CONVFACT
                 END-IF
           END-READ
           COMPUTE WS-V-MR-QTY ROUNDED =
              WS-MR-L-CANT(WS-MR-IDX) / WS-V-CONVFACT
           IF WS-V-MR-QTY = 0 THEN
              MOVE 1 TO WS-V-MR-QTY
           END-IF
           IF WS-V-MR-QTY < WS-MR-L-CANTMIN(WS-MR-IDX) THEN
              MOVE WS-MR-L-CANTMIN(WS-MR-IDX) TO WS-V-MR-QTY
           END-IF
           ADD 1 TO WS-MR-LIN
           MOVE SPACES TO PED-REG
           MOVE WS-MR-PEDNUM TO PED-NUM
           MOVE WS-MR-LIN TO PED-LIN
           MOVE WS-DATETIME(1:8) TO PED-FECHA
           MOVE WS-MR-L-FENTREGA(WS-MR-IDX) TO PED-FENTREGA
           MOVE WS-MR-PRVCOD TO PED-VENDOR
           MOVE WS-MR-L-CODART(WS-MR-IDX) TO PED-CODART
           MOVE DESCART TO PED-DESCART
           MOVE PURUNIT TO PED-PURUNIT
           MOVE WS-V-MR-QTY TO PED-CANT-PED
           MOVE 0 TO PED-CANT-REC
           SET PED-EST-BORRADOR TO TRUE
           MOVE WS-OPERATOR-ID TO PED-OPERADOR
           MOVE WS-MR-L-PRECIO(WS-MR-IDX) TO PED-PRECIO
           WRITE PED-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE WS-MR-L-NUM(WS-MR-IDX) TO MRP-NUM
           READ MRPPLAN
              KEY IS MRP-NUM
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET MRP-EST-LIBERADA TO TRUE
                 MOVE WS-MR-PEDNUM TO MRP-PEDNUM
                 MOVE WS-OPERATOR-ID TO MRP-OPERADOR
                 REWRITE MRP-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-FORECAST : Keeps the forecast of a kit by day.
      *-----------------------------------------------------------------
       0100-MR-FORECAST.
           DISPLAY WS-MSG-MRAR LINE 06 COL 01
           MOVE SPACES TO WS-MR-COD
           ACCEPT WS-MR-COD LINE 06 COL 60
           IF WS-MR-COD = SPACES OR WS-MR-COD = LOW-VALUE THEN
              GO TO 0100-MR-FORECAST-FIN
           END-IF
           MOVE 0 TO WS-MR-ESKIT
           OPEN INPUT INVENTARIO
           MOVE WS-MR-COD TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 MOVE 'I' TO ACTFLAG
           END-READ
           CLOSE INVENTARIO
           IF ACTFLAG-ACTIVE THEN
              OPEN INPUT COMPONEN
              IF WS-KIT-STATUS = '00' THEN
                 PERFORM 0100-MR-IS-KIT THRU 0100-MR-IS-KIT-FIN
              END-IF
              CLOSE COMPONEN
           END-IF
           IF WS-MR-ESKIT = 0 THEN
              DISPLAY WS-MSG-MRNK LINE 24 COL 01
              GO TO 0100-MR-FORECAST-FIN
           END-IF
           OPEN I-O PRONOSTICO
           IF WS-PNS-STATUS = '35' THEN
              OPEN OUTPUT PRONOSTICO
              CLOSE PRONOSTICO
              OPEN I-O PRONOSTICO
           END-IF
           PERFORM 0100-MR-PNS-SHOW
           MOVE '1' TO WS-MR-FPNS
           PERFORM UNTIL WS-MR-FPNS = SPACES
              PERFORM 0100-MR-PNS-ONE THRU 0100-MR-PNS-ONE-FIN
           END-PERFORM
           CLOSE PRONOSTICO.
       0100-MR-FORECAST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-PNS-ONE : One forecast date of the kit: a quantity
      *    records or replaces it, 0 removes it.
      *-----------------------------------------------------------------
       0100-MR-PNS-ONE.
           DISPLAY WS-SPC LINE 22 COL 01
           DISPLAY WS-SPC LINE 23 COL 01
           DISPLAY WS-MSG-MRFE LINE 22 COL 01
           MOVE SPACES TO WS-MR-FPNS
           ACCEPT WS-MR-FPNS LINE 22 COL 60
           IF WS-MR-FPNS = SPACES OR WS-MR-FPNS = LOW-VALUE THEN
              MOVE SPACES TO WS-MR-FPNS
              GO TO 0100-MR-PNS-ONE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           IF WS-MR-FPNS IS NOT NUMERIC
           OR WS-MR-FPNS < WS-DATETIME(1:8)
           OR WS-MR-FPNS(5:2) < '01' OR WS-MR-FPNS(5:2) > '12'
           OR WS-MR-FPNS(7:2) < '01' OR WS-MR-FPNS(7:2) > '31' THEN
              DISPLAY WS-MSG-MRFX LINE 24 COL 01
              GO TO 0100-MR-PNS-ONE-FIN
           END-IF
           DISPLAY WS-MSG-MRFQ LINE 23 COL 01
           MOVE WS-ZERO TO WS-MR-QTY-IN
           ACCEPT WS-MR-QTY-IN LINE 23 COL 60
           MOVE WS-MR-QTY-IN TO WS-V-MR-QTY
           MOVE WS-MR-COD TO PNS-CODART
           MOVE WS-MR-FPNS TO PNS-FECHA
           IF WS-V-MR-QTY = 0 THEN
              DELETE PRONOSTICO
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              READ PRONOSTICO
                 KEY IS PNS-CLAVE
                 INVALID KEY
                    MOVE SPACES TO PNS-FILLER
                    MOVE WS-V-MR-QTY TO PNS-CANT
                    MOVE WS-OPERATOR-ID TO PNS-OPERADOR
                    WRITE PNS-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
                 NOT INVALID KEY
                    MOVE WS-V-MR-QTY TO PNS-CANT
                    MOVE WS-OPERATOR-ID TO PNS-OPERADOR
                    REWRITE PNS-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
              END-READ
           END-IF
           PERFORM 0100-MR-PNS-SHOW.
       0100-MR-PNS-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MR-PNS-SHOW : The forecast dates of the kit (the first
      *    twelve).
      *-----------------------------------------------------------------
       0100-MR-PNS-SHOW.
           DISPLAY WS-BLANK LINE 08 COL 01 ERASE EOS
           DISPLAY WS-LB-MRFC LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           MOVE WS-MR-COD TO PNS-CODART
           MOVE LOW-VALUES TO PNS-FECHA
           SET WS-MR-FIN TO 0
           START PRONOSTICO KEY IS NOT LESS THAN PNS-CLAVE
              INVALID KEY
                 SET WS-MR-FIN TO 1
           END-START
           PERFORM UNTIL WS-MR-FIN = 1
              READ PRONOSTICO NEXT RECORD
                 AT END
                    SET WS-MR-FIN TO 1
                 NOT AT END
                    IF PNS-CODART NOT = WS-MR-COD
                    OR WS-ROWCTRL > 20 THEN
                       SET WS-MR-FIN TO 1
                    ELSE
                       MOVE PNS-CANT TO WS-MR-QTY-IN
                       DISPLAY PNS-FECHA LINE WS-ROWCTRL COL 01
                       DISPLAY WS-MR-QTY-IN LINE WS-ROWCTRL COL 11
                       ADD 1 TO WS-ROWCTRL
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
       copy "PVACHK.cpy".
      *
       copy "OTENEW.cpy".
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
       END PROGRAM MRP01.
