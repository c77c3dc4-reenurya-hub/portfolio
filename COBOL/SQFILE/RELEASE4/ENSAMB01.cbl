      ******************************************************************
      * Program      : ENSAMB01.cbl                                    *
      * Purpose      : Assembly work orders for the kits of            *
      *                COMPONEN.DAT. An order is planned for a date    *
      *                (here or by the material plan MRP01) with the   *
      *                standard components of the kit, released by    *
      *                picking its components out of the main         *
      *                warehouse, and completed with the quantities    *
      *                actually consumed, the good kits produced and   *
      *                the scrapped ones with their RAZONES.DAT        *
      *                motive. The completion returns or issues the    *
      *                difference to the pick, puts the good kits in   *
      *                stock and rolls the component costs plus the    *
      *                labor and overhead rates of PARAMS.DAT into the *
      *                kit's AVGCOST. A variance report compares the   *
      *                standard usage of the bill of materials with    *
      *                the actual usage per work order.                *
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
       PROGRAM-ID. ENSAMB01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "OTESEL.cpy".
           SELECT COMPONEN ASSIGN TO "COMPONEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KIT-CLAVE
           FILE STATUS  IS WS-KIT-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
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
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-KIT-STATUS      PIC XX.
           77 WS-EN-OK           PIC 9 VALUE 0.
           77 WS-EN-FIN          PIC 9 VALUE 0.
           77 WS-EN-NUM-IN       PIC 9(06) VALUE 0.
           77 WS-EN-NUM-ED       PIC ZZZZZ9.
           77 WS-EN-KIT          PIC X(10).
           77 WS-EN-ESTADO       PIC X(01).
           77 WS-EN-FPLAN        PIC X(08).
           77 WS-EN-IN           PIC X(10).
           77 WS-EN-CCNT         PIC 9(03) VALUE 0.
           77 WS-EN-IDX          PIC 9(03) VALUE 0.
           77 WS-EN-ROW          PIC 9(02) VALUE 0.
           77 WS-EN-TIPO         PIC X(10).
           77 WS-EN-CNT          PIC 9(05) VALUE 0.
           77 WS-EN-CNT-ED       PIC ZZZZ9.
           77 WS-EN-ED1          PIC ZZZZZZ9.99.
           77 WS-EN-ED2          PIC ZZZZZZ9.99.
           77 WS-EN-ED3          PIC ZZZZZZ9.99.
           77 WS-EN-ED4          PIC ZZZZZZ9.99.
           77 WS-EN-EDS          PIC -ZZZZZZ9.99.
           77 WS-EN-EDP          PIC -ZZZ9.99.
           77 WS-EN-EDV          PIC -ZZZZZZZZ9.99.
           77 WS-V-EN-PLAN       PIC 9(7)V99 VALUE 0.
           77 WS-V-EN-QTY        PIC 9(7)V99 VALUE 0.
           77 WS-V-EN-BUENAS     PIC 9(7)V99 VALUE 0.
           77 WS-V-EN-DESECHO    PIC 9(7)V99 VALUE 0.
           77 WS-V-EN-DIF        PIC S9(7)V99 VALUE 0.
           77 WS-V-EN-MAT        PIC 9(9)V99 VALUE 0.
           77 WS-V-EN-MO         PIC 9(9)V99 VALUE 0.
           77 WS-V-EN-CIF        PIC 9(9)V99 VALUE 0.
           77 WS-V-EN-TOTAL      PIC 9(9)V99 VALUE 0.
           77 WS-V-EN-CUNIT      PIC 9(7)V99 VALUE 0.
           77 WS-V-EN-STD        PIC 9(9)V99 VALUE 0.
           77 WS-V-EN-VARQ       PIC S9(9)V99 VALUE 0.
           77 WS-V-EN-VARP       PIC S9(5)V99 VALUE 0.
           77 WS-V-EN-VARV       PIC S9(11)V99 VALUE 0.
           77 WS-V-EN-TVARV      PIC S9(11)V99 VALUE 0.
           77 WS-V-EN-POOL       PIC 9(13)V99 VALUE 0.
           77 WS-V-EN-OLDQ       PIC 9(7)V99 VALUE 0.
           77 WS-V-EN-NEWQ       PIC 9(7)V99 VALUE 0.
      *
      *    THE COMPONENT LINES OF THE WORK ORDER IN HAND.
       01 WS-EN-LINES.
           02 WS-EN-LINEA OCCURS 50 TIMES.
               03 WS-EN-T-COMP      PIC X(10).
               03 WS-EN-T-STD       PIC 9(7)V99.
               03 WS-EN-T-SURT      PIC 9(7)V99.
               03 WS-EN-T-REAL      PIC 9(7)V99.
               03 WS-EN-T-EXIST     PIC 9(7)V99.
               03 WS-EN-T-CUNIT     PIC 9(7)V99.
      *
           77 WS-ST-EN     PIC X(25) VALUE 'ORDENES DE ENSAMBLE      '.
           77 WS-MSG-ENOP PIC X(80) VALUE ' 1-PLANEA 2-LIBERA 3-COMP'-
       'LETA 4-LISTA 5-VARIACION 6-ANULA 9-SALE     Opcion [  ]'.
           77 WS-MSG-ENKT PIC X(80) VALUE ' Articulo kit a ensamblar'-
       ':                                                      '.
           77 WS-MSG-ENNK PIC X(80) VALUE ' El articulo no existe, e'-
       'sta inactivo o no tiene componentes.                   '.
           77 WS-MSG-ENCN PIC X(80) VALUE ' Numero de kits a ensambl'-
       'ar:                                                    '.
           77 WS-MSG-ENFP PIC X(80) VALUE ' Fecha planeada (AAAAMMDD'-
       ', ENTER = hoy):                                        '.
           77 WS-MSG-ENFX PIC X(80) VALUE ' Fecha invalida: use AAAA'-
       'MMDD, no anterior a hoy.                               '.
           77 WS-MSG-ENOK PIC X(80) VALUE ' Orden de ensamble planea'-
       'da numero:                                             '.
           77 WS-MSG-ENNU PIC X(80) VALUE ' Numero de la orden de en'-
       'samble:                                                '.
           77 WS-MSG-ENNX PIC X(80) VALUE ' No existe la orden de en'-
       'samble.                                                '.
           77 WS-MSG-ENNP PIC X(80) VALUE ' La orden no esta planead'-
       'a: ya fue liberada, completada o anulada.              '.
           77 WS-MSG-ENNL PIC X(80) VALUE ' La orden no esta liberad'-
       'a: debe surtirse antes de completarla.                 '.
           77 WS-MSG-ENSU PIC X(80) VALUE ' Cantidad surtida (ENTER '-
       '= la estandar):                                        '.
           77 WS-MSG-ENRE PIC X(80) VALUE ' Cantidad realmente consu'-
       'mida (ENTER = la surtida):                             '.
           77 WS-MSG-ENSH PIC X(80) VALUE ' Existencia insuficiente '-
       'en el almacen 1 de un componente. Rechazado.           '.
           77 WS-MSG-ENLB PIC X(80) VALUE ' Orden liberada: componen'-
       'tes surtidos del almacen 1.                            '.
           77 WS-MSG-ENBU PIC X(80) VALUE ' Kits buenos producidos ('-
       'ENTER = los planeados):                                '.
           77 WS-MSG-ENDS PIC X(80) VALUE ' Kits desechados (ENTER ='-
       ' ninguno):                                             '.
           77 WS-MSG-ENRZ PIC X(80) VALUE ' Motivo del desecho (codi'-
       'go de RAZONES):                                        '.
           77 WS-MSG-ENZR PIC X(80) VALUE ' Debe reportar al menos u'-
       'n kit bueno o desechado.                               '.
           77 WS-MSG-ENCP PIC X(80) VALUE ' Orden completada; costo '-
       'unitario del kit:                                      '.
           77 WS-MSG-ENAN PIC X(80) VALUE ' Orden anulada.          '-
       '                                                       '.
           77 WS-MSG-ENVR PIC X(80) VALUE ' Orden a analizar (ENTER '-
       '= todas las completadas):                              '.
           77 WS-MSG-ENVS PIC X(80) VALUE ' Variacion en CSV registr'-
       'ado en INFORMES.LOG; ordenes y valor:                  '.
           77 WS-MSG-ENVN PIC X(80) VALUE ' No hay ordenes completad'-
       'as que analizar.                                       '.
           77 WS-LB-ENLN  PIC X(78) VALUE 'LIN COMPONENTE   ESTANDAR'-
       '    EXISTENCIA     SURTIDO        REAL'.
           77 WS-LB-ENLS  PIC X(78) VALUE 'NUMERO KIT        PLANEAD'-
       'OS FECHA    E      BUENOS   DESECHADOS'.
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
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-EN          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-ENOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-EN-PLAN THRU 0100-EN-PLAN-FIN
                 WHEN 2
                    PERFORM 0100-EN-RELEASE THRU 0100-EN-RELEASE-FIN
                 WHEN 3
                    PERFORM 0100-EN-COMPLETE THRU 0100-EN-COMPLETE-FIN
                 WHEN 4
                    PERFORM 0100-EN-LIST
                 WHEN 5
                    PERFORM 0100-EN-VARIANCE THRU 0100-EN-VARIANCE-FIN
                 WHEN 6
                    PERFORM 0100-EN-CANCEL THRU 0100-EN-CANCEL-FIN
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
      *    0100-EN-PLAN : A new work order for an active kit with
      *    components, a number of kits and a planned date.
      *-----------------------------------------------------------------
       0100-EN-PLAN.
           DISPLAY WS-MSG-ENKT LINE 06 COL 01
           MOVE SPACES TO WS-EN-KIT
           ACCEPT WS-EN-KIT LINE 06 COL 45
           IF WS-EN-KIT = SPACES OR WS-EN-KIT = LOW-VALUE THEN
              GO TO 0100-EN-PLAN-FIN
           END-IF
           MOVE 0 TO WS-EN-OK
           OPEN INPUT INVENTARIO
           MOVE WS-EN-KIT TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ACTFLAG-ACTIVE THEN
                    MOVE 1 TO WS-EN-OK
                    DISPLAY DESCART LINE 06 COL 57
                 END-IF
           END-READ
           CLOSE INVENTARIO
           IF WS-EN-OK = 1 THEN
              MOVE 0 TO WS-EN-OK
              OPEN INPUT COMPONEN
              IF WS-KIT-STATUS = '00' THEN
                 MOVE WS-EN-KIT TO KIT-PADRE
                 MOVE LOW-VALUES TO KIT-COMP
                 START COMPONEN KEY IS NOT LESS THAN KIT-CLAVE
                    INVALID KEY
                       MOVE SPACES TO KIT-PADRE
                    NOT INVALID KEY
                       READ COMPONEN NEXT RECORD
                          AT END
                             MOVE SPACES TO KIT-PADRE
                       END-READ
                 END-START
                 IF KIT-PADRE = WS-EN-KIT THEN
                    MOVE 1 TO WS-EN-OK
                 END-IF
              END-IF
              CLOSE COMPONEN
           END-IF
           IF WS-EN-OK = 0 THEN
              DISPLAY WS-MSG-ENNK LINE 24 COL 01
              GO TO 0100-EN-PLAN-FIN
           END-IF
           DISPLAY WS-MSG-ENCN LINE 07 COL 01
           MOVE SPACES TO WS-EN-IN
           ACCEPT WS-EN-IN LINE 07 COL 45
           MOVE 0 TO WS-V-EN-PLAN
           IF WS-EN-IN NOT = SPACES AND WS-EN-IN NOT = LOW-VALUE THEN
              COMPUTE WS-V-EN-PLAN = FUNCTION NUMVAL(WS-EN-IN)
           END-IF
           IF WS-V-EN-PLAN = 0 THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-EN-PLAN-FIN
           END-IF
           DISPLAY WS-MSG-ENFP LINE 08 COL 01
           MOVE SPACES TO WS-EN-FPLAN
           ACCEPT WS-EN-FPLAN LINE 08 COL 45
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           IF WS-EN-FPLAN = SPACES OR WS-EN-FPLAN = LOW-VALUE THEN
              MOVE WS-DATETIME(1:8) TO WS-EN-FPLAN
           END-IF
           IF WS-EN-FPLAN IS NOT NUMERIC
           OR WS-EN-FPLAN < WS-DATETIME(1:8)
           OR WS-EN-FPLAN(5:2) < '01' OR WS-EN-FPLAN(5:2) > '12'
           OR WS-EN-FPLAN(7:2) < '01' OR WS-EN-FPLAN(7:2) > '31' THEN
              DISPLAY WS-MSG-ENFX LINE 24 COL 01
              GO TO 0100-EN-PLAN-FIN
           END-IF
           MOVE WS-EN-KIT TO WS-OTE-KIT
           MOVE WS-V-EN-PLAN TO WS-V-OTE-CANT
           MOVE WS-EN-FPLAN TO WS-OTE-FPLAN
           MOVE SPACES TO WS-OTE-ORIGEN
           PERFORM 0100-OTE-CREATE THRU 0100-OTE-CREATE-FIN
           IF WS-OTE-NUM = 0 THEN
              DISPLAY WS-MSG-ENNK LINE 24 COL 01
              GO TO 0100-EN-PLAN-FIN
           END-IF
           MOVE WS-OTE-NUM TO WS-EN-NUM-ED
           DISPLAY WS-MSG-ENOK LINE 10 COL 01
           DISPLAY WS-EN-NUM-ED LINE 10 COL 45.
       0100-EN-PLAN-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-GET-ORDER : Asks a work order number and loads its
      *    header and component lines, with the main warehouse stock
      *    of each component. WS-EN-OK ends 1 when it exists.
      *-----------------------------------------------------------------
       0100-EN-GET-ORDER.
           MOVE 0 TO WS-EN-OK
           MOVE 0 TO WS-EN-CCNT
           DISPLAY WS-MSG-ENNU LINE 06 COL 01
           MOVE 0 TO WS-EN-NUM-IN
           ACCEPT WS-EN-NUM-IN LINE 06 COL 45
           OPEN INPUT ORDENSAM
           IF WS-OTE-STATUS NOT = '00' THEN
              CLOSE ORDENSAM
              DISPLAY WS-MSG-ENNX LINE 24 COL 01
              GO TO 0100-EN-GET-ORDER-FIN
           END-IF
           MOVE WS-EN-NUM-IN TO OTE-NUM
           MOVE 0 TO OTE-LIN
           READ ORDENSAM
              KEY IS OTE-CLAVE
              INVALID KEY
                 CLOSE ORDENSAM
                 DISPLAY WS-MSG-ENNX LINE 24 COL 01
                 GO TO 0100-EN-GET-ORDER-FIN
           END-READ
           MOVE 1 TO WS-EN-OK
           MOVE OTE-CODART TO WS-EN-KIT
           MOVE OTE-ESTADO TO WS-EN-ESTADO
           MOVE OTE-FPLAN TO WS-EN-FPLAN
           MOVE OTE-CANT-PLAN TO WS-V-EN-PLAN
           MOVE OTE-CANT-PLAN TO WS-EN-ED1
           DISPLAY WS-EN-KIT LINE 07 COL 01
           DISPLAY WS-EN-ED1 LINE 07 COL 13
           DISPLAY WS-EN-FPLAN LINE 07 COL 25
           DISPLAY WS-EN-ESTADO LINE 07 COL 35
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > 50
              MOVE WS-EN-NUM-IN TO OTE-NUM
              MOVE WS-EN-IDX TO OTE-LIN
              READ ORDENSAM
                 KEY IS OTE-CLAVE
                 INVALID KEY
                    MOVE 51 TO WS-EN-IDX
                 NOT INVALID KEY
                    ADD 1 TO WS-EN-CCNT
                    MOVE OTE-CODART TO WS-EN-T-COMP(WS-EN-CCNT)
                    MOVE OTE-CANT-PLAN TO WS-EN-T-STD(WS-EN-CCNT)
                    MOVE OTE-CANT-SURT TO WS-EN-T-SURT(WS-EN-CCNT)
                    MOVE OTE-CANT-REAL TO WS-EN-T-REAL(WS-EN-CCNT)
                    MOVE OTE-CUNIT TO WS-EN-T-CUNIT(WS-EN-CCNT)
                    MOVE 0 TO WS-EN-T-EXIST(WS-EN-CCNT)
              END-READ
           END-PERFORM
           CLOSE ORDENSAM
           OPEN INPUT INVENTARIO
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              MOVE WS-EN-T-COMP(WS-EN-IDX) TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                    MOVE WS-V-CANT-ALM1 TO WS-EN-T-EXIST(WS-EN-IDX)
              END-READ
           END-PERFORM
           CLOSE INVENTARIO.
       0100-EN-GET-ORDER-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-SHOW-LINES : The component lines of the order.
      *-----------------------------------------------------------------
       0100-EN-SHOW-LINES.
           DISPLAY WS-LB-ENLN LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              IF WS-ROWCTRL > 18 THEN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
                 MOVE 9 TO WS-ROWCTRL
              END-IF
              PERFORM 0100-EN-SHOW-ONE
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-SHOW-ONE : Line WS-EN-IDX on row WS-ROWCTRL.
      *-----------------------------------------------------------------
       0100-EN-SHOW-ONE.
           DISPLAY WS-EN-IDX LINE WS-ROWCTRL COL 01
           DISPLAY WS-EN-T-COMP(WS-EN-IDX) LINE WS-ROWCTRL COL 05
           MOVE WS-EN-T-STD(WS-EN-IDX) TO WS-EN-ED1
           DISPLAY WS-EN-ED1 LINE WS-ROWCTRL COL 16
           MOVE WS-EN-T-EXIST(WS-EN-IDX) TO WS-EN-ED1
           DISPLAY WS-EN-ED1 LINE WS-ROWCTRL COL 30
           MOVE WS-EN-T-SURT(WS-EN-IDX) TO WS-EN-ED1
           DISPLAY WS-EN-ED1 LINE WS-ROWCTRL COL 42
           MOVE WS-EN-T-REAL(WS-EN-IDX) TO WS-EN-ED1
           DISPLAY WS-EN-ED1 LINE WS-ROWCTRL COL 54
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-RELEASE : Releases a planned order picking its
      *    components out of the main warehouse. Each line may be
      *    picked short or over the standard; no line may leave the
      *    warehouse negative.
      *-----------------------------------------------------------------
       0100-EN-RELEASE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              GO TO 0100-EN-RELEASE-FIN
           END-IF
           PERFORM 0100-EN-GET-ORDER THRU 0100-EN-GET-ORDER-FIN
           IF WS-EN-OK = 0 THEN
              GO TO 0100-EN-RELEASE-FIN
           END-IF
           IF WS-EN-ESTADO NOT = 'P' THEN
              DISPLAY WS-MSG-ENNP LINE 24 COL 01
              GO TO 0100-EN-RELEASE-FIN
           END-IF
           PERFORM 0100-EN-SHOW-LINES
           MOVE 9 TO WS-ROWCTRL
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              IF WS-ROWCTRL > 18 THEN
                 DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
                 MOVE 9 TO WS-ROWCTRL
              END-IF
              PERFORM 0100-EN-SHOW-ONE
              DISPLAY WS-MSG-ENSU LINE 21 COL 01
              MOVE SPACES TO WS-EN-IN
              ACCEPT WS-EN-IN LINE 21 COL 60
              IF WS-EN-IN = SPACES OR WS-EN-IN = LOW-VALUE THEN
                 MOVE WS-EN-T-STD(WS-EN-IDX) TO WS-EN-T-SURT(WS-EN-IDX)
              ELSE
                 COMPUTE WS-EN-T-SURT(WS-EN-IDX) =
                    FUNCTION NUMVAL(WS-EN-IN)
              END-IF
              PERFORM 0100-EN-SHOW-ONE
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           DISPLAY WS-SPC LINE 21 COL 01
           MOVE 1 TO WS-EN-OK
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              IF WS-EN-T-SURT(WS-EN-IDX) > WS-EN-T-EXIST(WS-EN-IDX)
              THEN
                 MOVE 0 TO WS-EN-OK
              END-IF
           END-PERFORM
           IF WS-EN-OK = 0 THEN
              DISPLAY WS-MSG-ENSH LINE 24 COL 01
              GO TO 0100-EN-RELEASE-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-EN-RELEASE-FIN
           END-IF
           MOVE 'OT-SURTE' TO WS-EN-TIPO
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              MOVE WS-EN-T-COMP(WS-EN-IDX) TO WS-CODART
              MOVE WS-EN-T-SURT(WS-EN-IDX) TO WS-V-ADJ-QTY
              PERFORM 0100-EN-STOCK-OUT
              MOVE WS-V-AVGCOST TO WS-EN-T-CUNIT(WS-EN-IDX)
           END-PERFORM
           OPEN I-O ORDENSAM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           PERFORM VARYING WS-EN-IDX FROM 0 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              MOVE WS-EN-NUM-IN TO OTE-NUM
              MOVE WS-EN-IDX TO OTE-LIN
              READ ORDENSAM
                 KEY IS OTE-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WS-EN-IDX > 0 THEN
                       MOVE WS-EN-T-SURT(WS-EN-IDX) TO OTE-CANT-SURT
                       MOVE WS-EN-T-CUNIT(WS-EN-IDX) TO OTE-CUNIT
                    END-IF
                    SET OTE-EST-LIBERADA TO TRUE
                    MOVE WS-DATETIME(1:8) TO OTE-FLIBERA
                    MOVE WS-OPERATOR-ID TO OTE-OPERADOR
                    REWRITE OTE-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
              END-READ
           END-PERFORM
           CLOSE ORDENSAM
           DISPLAY WS-MSG-ENLB LINE 24 COL 01.
       0100-EN-RELEASE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-COMPLETE : Completes a released order with the
      *    quantities actually consumed, the good kits and the scrap.
      *    The difference to the pick goes back to stock or is issued
      *    now; the good kits enter the main warehouse at the cost of
      *    the order - the components consumed at their picking cost,
      *    the labor per kit built and the overhead percentage on both
      *    - averaged into the kit's AVGCOST. Scrapped kits carry
      *    their share of labor but add no stock: the whole cost of
      *    the order lands on the good kits.
      *-----------------------------------------------------------------
       0100-EN-COMPLETE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              GO TO 0100-EN-COMPLETE-FIN
           END-IF
           PERFORM 0100-EN-GET-ORDER THRU 0100-EN-GET-ORDER-FIN
           IF WS-EN-OK = 0 THEN
              GO TO 0100-EN-COMPLETE-FIN
           END-IF
           IF WS-EN-ESTADO NOT = 'L' THEN
              DISPLAY WS-MSG-ENNL LINE 24 COL 01
              GO TO 0100-EN-COMPLETE-FIN
           END-IF
           PERFORM 0100-EN-SHOW-LINES
           MOVE 9 TO WS-ROWCTRL
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              IF WS-ROWCTRL > 18 THEN
                 DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
                 MOVE 9 TO WS-ROWCTRL
              END-IF
              PERFORM 0100-EN-SHOW-ONE
              DISPLAY WS-MSG-ENRE LINE 21 COL 01
              MOVE SPACES TO WS-EN-IN
              ACCEPT WS-EN-IN LINE 21 COL 60
              IF WS-EN-IN = SPACES OR WS-EN-IN = LOW-VALUE THEN
                 MOVE WS-EN-T-SURT(WS-EN-IDX) TO WS-EN-T-REAL(WS-EN-IDX)
              ELSE
                 COMPUTE WS-EN-T-REAL(WS-EN-IDX) =
                    FUNCTION NUMVAL(WS-EN-IN)
              END-IF
              PERFORM 0100-EN-SHOW-ONE
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           DISPLAY WS-SPC LINE 21 COL 01
           MOVE 1 TO WS-EN-OK
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              IF WS-EN-T-REAL(WS-EN-IDX) >
                 WS-EN-T-SURT(WS-EN-IDX) + WS-EN-T-EXIST(WS-EN-IDX)
              THEN
                 MOVE 0 TO WS-EN-OK
              END-IF
           END-PERFORM
           IF WS-EN-OK = 0 THEN
              DISPLAY WS-MSG-ENSH LINE 24 COL 01
              GO TO 0100-EN-COMPLETE-FIN
           END-IF
           DISPLAY WS-MSG-ENBU LINE 19 COL 01
           MOVE SPACES TO WS-EN-IN
           ACCEPT WS-EN-IN LINE 19 COL 60
           IF WS-EN-IN = SPACES OR WS-EN-IN = LOW-VALUE THEN
              MOVE WS-V-EN-PLAN TO WS-V-EN-BUENAS
           ELSE
              COMPUTE WS-V-EN-BUENAS = FUNCTION NUMVAL(WS-EN-IN)
           END-IF
           DISPLAY WS-MSG-ENDS LINE 20 COL 01
           MOVE SPACES TO WS-EN-IN
           ACCEPT WS-EN-IN LINE 20 COL 60
           MOVE 0 TO WS-V-EN-DESECHO
           IF WS-EN-IN NOT = SPACES AND WS-EN-IN NOT = LOW-VALUE THEN
              COMPUTE WS-V-EN-DESECHO = FUNCTION NUMVAL(WS-EN-IN)
           END-IF
           IF WS-V-EN-BUENAS + WS-V-EN-DESECHO = 0 THEN
              DISPLAY WS-MSG-ENZR LINE 24 COL 01
              GO TO 0100-EN-COMPLETE-FIN
           END-IF
           MOVE SPACES TO WS-ADJ-REASON
           IF WS-V-EN-DESECHO > 0 THEN
              DISPLAY WS-MSG-ENRZ LINE 21 COL 01
              ACCEPT WS-ADJ-REASON LINE 21 COL 60
              PERFORM 0100-CHECK-RAZON-EN
              PERFORM UNTIL WS-RZN-OK = 1
                 DISPLAY WS-MSG-RZIV LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 MOVE SPACES TO WS-ADJ-REASON
                 ACCEPT WS-ADJ-REASON LINE 21 COL 60
                 PERFORM 0100-CHECK-RAZON-EN
              END-PERFORM
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-EN-COMPLETE-FIN
           END-IF
           PERFORM 0100-EN-APPLY-COMPLETE
           MOVE WS-V-EN-CUNIT TO WS-EN-ED1
           DISPLAY WS-MSG-ENCP LINE 24 COL 01
           DISPLAY WS-EN-ED1 LINE 24 COL 45.
       0100-EN-COMPLETE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-APPLY-COMPLETE : Posts the completion confirmed.
      *-----------------------------------------------------------------
       0100-EN-APPLY-COMPLETE.
           MOVE 0 TO WS-V-EN-MAT
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              MOVE WS-EN-T-COMP(WS-EN-IDX) TO WS-CODART
              COMPUTE WS-V-EN-DIF =
                 WS-EN-T-REAL(WS-EN-IDX) - WS-EN-T-SURT(WS-EN-IDX)
              IF WS-V-EN-DIF > 0 THEN
                 MOVE 'OT-CONSUM' TO WS-EN-TIPO
                 MOVE WS-V-EN-DIF TO WS-V-ADJ-QTY
                 PERFORM 0100-EN-STOCK-OUT
              END-IF
              IF WS-V-EN-DIF < 0 THEN
                 MOVE 'OT-DEVOL' TO WS-EN-TIPO
                 COMPUTE WS-V-ADJ-QTY = 0 - WS-V-EN-DIF
                 PERFORM 0100-EN-STOCK-IN
              END-IF
              COMPUTE WS-V-EN-MAT ROUNDED = WS-V-EN-MAT +
                 (WS-EN-T-REAL(WS-EN-IDX) * WS-EN-T-CUNIT(WS-EN-IDX))
           END-PERFORM
           COMPUTE WS-V-EN-MO ROUNDED =
              (WS-V-EN-BUENAS + WS-V-EN-DESECHO) * WS-PAR-MOKIT
           COMPUTE WS-V-EN-CIF ROUNDED =
              (WS-V-EN-MAT + WS-V-EN-MO) * WS-PAR-CIFKIT / 100
           COMPUTE WS-V-EN-TOTAL =
              WS-V-EN-MAT + WS-V-EN-MO + WS-V-EN-CIF
           MOVE 0 TO WS-V-EN-CUNIT
           IF WS-V-EN-BUENAS > 0 THEN
              COMPUTE WS-V-EN-CUNIT ROUNDED =
                 WS-V-EN-TOTAL / WS-V-EN-BUENAS
              PERFORM 0100-EN-KIT-IN
           END-IF
           IF WS-V-EN-DESECHO > 0 THEN
              MOVE WS-EN-NUM-IN TO WS-EN-NUM-ED
              MOVE WS-V-EN-DESECHO TO WS-EN-ED1
              MOVE 'OT-DESECHO' TO WS-AUD-TTYPE
              MOVE SPACES TO WS-AUD-BEFORE
              MOVE SPACES TO WS-AUD-AFTER
              STRING 'OT ' WS-EN-NUM-ED ' KIT ' WS-EN-KIT
              DELIMITED BY SIZE INTO WS-AUD-BEFORE
              STRING 'DESECHO ' WS-EN-ED1 ' MOTIVO ' WS-ADJ-REASON
              DELIMITED BY SIZE INTO WS-AUD-AFTER
              PERFORM 0100-WRITE-AUDIT-REC
           END-IF
           OPEN I-O ORDENSAM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           PERFORM VARYING WS-EN-IDX FROM 0 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              MOVE WS-EN-NUM-IN TO OTE-NUM
              MOVE WS-EN-IDX TO OTE-LIN
              READ ORDENSAM
                 KEY IS OTE-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 0100-EN-CLOSE-REC
              END-READ
           END-PERFORM
           CLOSE ORDENSAM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-CLOSE-REC : Record WS-EN-IDX of the order (0 the
      *    header) as completed.
      *-----------------------------------------------------------------
       0100-EN-CLOSE-REC.
           IF WS-EN-IDX = 0 THEN
              MOVE WS-V-EN-BUENAS TO OTE-CANT-REAL
              MOVE WS-V-EN-DESECHO TO OTE-CANT-DESECHO
              MOVE WS-ADJ-REASON(1:6) TO OTE-RAZON
              MOVE WS-V-EN-CUNIT TO OTE-CUNIT
              MOVE WS-V-EN-MAT TO OTE-COSTO-MAT
              MOVE WS-V-EN-MO TO OTE-COSTO-MO
              MOVE WS-V-EN-CIF TO OTE-COSTO-CIF
           ELSE
              MOVE WS-EN-T-REAL(WS-EN-IDX) TO OTE-CANT-REAL
              COMPUTE OTE-COSTO-MAT ROUNDED =
                 WS-EN-T-REAL(WS-EN-IDX) * WS-EN-T-CUNIT(WS-EN-IDX)
           END-IF
           SET OTE-EST-COMPLETA TO TRUE
           MOVE WS-DATETIME(1:8) TO OTE-FCIERRE
           MOVE WS-OPERATOR-ID TO OTE-OPERADOR
           REWRITE OTE-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-KIT-IN : The good kits into the main warehouse at
      *    WS-V-EN-CUNIT each, averaged into AVGCOST.
      *-----------------------------------------------------------------
       0100-EN-KIT-IN.
           OPEN I-O INVENTARIO
           MOVE WS-EN-KIT TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CANT TO WS-BEF-CANT
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 MOVE AVGCOST TO WS-V-AVGCOST
                 IF WS-V-AVGCOST = 0 THEN
                    MOVE STDCOST TO WS-V-AVGCOST
                 END-IF
                 MOVE WS-V-CANT TO WS-V-EN-OLDQ
                 COMPUTE WS-V-EN-NEWQ = WS-V-EN-OLDQ + WS-V-EN-BUENAS
                 COMPUTE WS-V-EN-POOL =
                    (WS-V-EN-OLDQ * WS-V-AVGCOST)
                    + (WS-V-EN-BUENAS * WS-V-EN-CUNIT)
                 COMPUTE WS-V-AVGCOST ROUNDED =
                    WS-V-EN-POOL / WS-V-EN-NEWQ
                 MOVE WS-V-AVGCOST TO AVGCOST
                 COMPUTE WS-V-CANT = WS-V-CANT + WS-V-EN-BUENAS
                 COMPUTE WS-V-CANT-ALM1 =
                    WS-V-CANT-ALM1 + WS-V-EN-BUENAS
                 MOVE WS-V-CANT TO CANT
                 MOVE WS-V-CANT-ALM1 TO CANT-ALM1
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE WS-DATETIME(1:8) TO LASTMOV
                 REWRITE INVENT-REG
                 MOVE 'OT-PRODUC' TO WS-EN-TIPO
                 MOVE WS-EN-KIT TO WS-CODART
                 PERFORM 0100-EN-LOG-MOVE
                 MOVE WS-V-EN-BUENAS TO WS-MOV-CANT
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-STOCK-OUT : Takes WS-V-ADJ-QTY of WS-CODART out of
      *    the main warehouse, leaving its average cost in
      *    WS-V-AVGCOST (the standard one when it has none yet).
      *-----------------------------------------------------------------
       0100-EN-STOCK-OUT.
           MOVE 0 TO WS-V-AVGCOST
           OPEN I-O INVENTARIO
           MOVE WS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE AVGCOST TO WS-V-AVGCOST
                 IF WS-V-AVGCOST = 0 THEN
                    MOVE STDCOST TO WS-V-AVGCOST
                 END-IF
                 MOVE CANT TO WS-BEF-CANT
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 COMPUTE WS-V-CANT = WS-V-CANT - WS-V-ADJ-QTY
                 COMPUTE WS-V-CANT-ALM1 =
                    WS-V-CANT-ALM1 - WS-V-ADJ-QTY
                 MOVE WS-V-CANT TO CANT
                 MOVE WS-V-CANT-ALM1 TO CANT-ALM1
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE WS-DATETIME(1:8) TO LASTMOV
                 REWRITE INVENT-REG
                 PERFORM 0100-EN-LOG-MOVE
                 COMPUTE WS-MOV-CANT = 0 - WS-V-ADJ-QTY
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-STOCK-IN : Returns WS-V-ADJ-QTY of WS-CODART to the
      *    main warehouse.
      *-----------------------------------------------------------------
       0100-EN-STOCK-IN.
           OPEN I-O INVENTARIO
           MOVE WS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CANT TO WS-BEF-CANT
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 COMPUTE WS-V-CANT = WS-V-CANT + WS-V-ADJ-QTY
                 COMPUTE WS-V-CANT-ALM1 =
                    WS-V-CANT-ALM1 + WS-V-ADJ-QTY
                 MOVE WS-V-CANT TO CANT
                 MOVE WS-V-CANT-ALM1 TO CANT-ALM1
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE WS-DATETIME(1:8) TO LASTMOV
                 REWRITE INVENT-REG
                 PERFORM 0100-EN-LOG-MOVE
                 MOVE WS-V-ADJ-QTY TO WS-MOV-CANT
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-LOG-MOVE : Audit record of one stock move of the
      *    work order and the kardex staging fields.
      *-----------------------------------------------------------------
       0100-EN-LOG-MOVE.
           MOVE WS-EN-NUM-IN TO WS-EN-NUM-ED
           MOVE WS-EN-TIPO TO WS-AUD-TTYPE
           MOVE WS-EN-TIPO TO WS-MOV-TIPO
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING WS-BEF-CANT DELIMITED BY SIZE
           INTO WS-AUD-BEFORE
           STRING 'OT ' WS-EN-NUM-ED ' ' CANT
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           MOVE '1' TO WS-MOV-ALM
           MOVE WS-V-CANT TO WS-MOV-SALDO
           MOVE SPACES TO WS-MOV-REF
           STRING 'OT ' WS-EN-NUM-ED
           DELIMITED BY SIZE INTO WS-MOV-REF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-RAZON-EN : Validates the scrap motive against
      *    RAZONES.DAT (any motive passes while the file is absent).
      *-----------------------------------------------------------------
       0100-CHECK-RAZON-EN.
           SET WS-RZN-OK TO 0
           OPEN INPUT RAZONES
           IF WS-RZN-STATUS NOT = '00' THEN
              SET WS-RZN-OK TO 1
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-ADJ-REASON)
                 TO WS-ADJ-REASON
              MOVE WS-ADJ-REASON(1:6) TO RZN-CODIGO
              READ RAZONES
                 INVALID KEY
                    SET WS-RZN-OK TO 0
                 NOT INVALID KEY
                    SET WS-RZN-OK TO 1
              END-READ
           END-IF
           CLOSE RAZONES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-CANCEL : Cancels a planned order; once picked an
      *    order is completed, with its actual consumption.
      *-----------------------------------------------------------------
       0100-EN-CANCEL.
           PERFORM 0100-EN-GET-ORDER THRU 0100-EN-GET-ORDER-FIN
           IF WS-EN-OK = 0 THEN
              GO TO 0100-EN-CANCEL-FIN
           END-IF
           IF WS-EN-ESTADO NOT = 'P' THEN
              DISPLAY WS-MSG-ENNP LINE 24 COL 01
              GO TO 0100-EN-CANCEL-FIN
           END-IF
           PERFORM 0100-EN-SHOW-LINES
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-EN-CANCEL-FIN
           END-IF
           OPEN I-O ORDENSAM
           PERFORM VARYING WS-EN-IDX FROM 0 BY 1
                   UNTIL WS-EN-IDX > WS-EN-CCNT
              MOVE WS-EN-NUM-IN TO OTE-NUM
              MOVE WS-EN-IDX TO OTE-LIN
              READ ORDENSAM
                 KEY IS OTE-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET OTE-EST-ANULADA TO TRUE
                    MOVE WS-OPERATOR-ID TO OTE-OPERADOR
                    REWRITE OTE-REG
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
              END-READ
           END-PERFORM
           CLOSE ORDENSAM
           DISPLAY WS-MSG-ENAN LINE 24 COL 01.
       0100-EN-CANCEL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-LIST : Every work order, a page at a time.
      *-----------------------------------------------------------------
       0100-EN-LIST.
           DISPLAY WS-LB-ENLS LINE 06 COL 01
           MOVE 7 TO WS-ROWCTRL
           OPEN INPUT ORDENSAM
           IF WS-OTE-STATUS NOT = '00' THEN
              CLOSE ORDENSAM
              DISPLAY WS-MSG-ENNX LINE 24 COL 01
              GO TO 0100-EN-LIST-FIN
           END-IF
           SET WS-EN-FIN TO 0
           PERFORM UNTIL WS-EN-FIN = 1
              READ ORDENSAM NEXT RECORD
                 AT END
                    SET WS-EN-FIN TO 1
                 NOT AT END
                    IF OTE-LIN = 0 THEN
                       PERFORM 0100-EN-LIST-ONE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDENSAM.
       0100-EN-LIST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-LIST-ONE : The header in OTE-REG on one row.
      *-----------------------------------------------------------------
       0100-EN-LIST-ONE.
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
              MOVE 7 TO WS-ROWCTRL
           END-IF
           MOVE OTE-CANT-PLAN TO WS-EN-ED1
           MOVE OTE-CANT-REAL TO WS-EN-ED2
           MOVE OTE-CANT-DESECHO TO WS-EN-ED3
           DISPLAY OTE-NUM LINE WS-ROWCTRL COL 01
           DISPLAY OTE-CODART LINE WS-ROWCTRL COL 08
           DISPLAY WS-EN-ED1 LINE WS-ROWCTRL COL 17
           DISPLAY OTE-FPLAN LINE WS-ROWCTRL COL 28
           DISPLAY OTE-ESTADO LINE WS-ROWCTRL COL 37
           DISPLAY WS-EN-ED2 LINE WS-ROWCTRL COL 39
           DISPLAY WS-EN-ED3 LINE WS-ROWCTRL COL 52
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-VARIANCE : Standard against actual usage of every
      *    component of the completed orders (or of one), in a CSV
      *    registered in INFORMES.LOG. The standard is the bill of
      *    materials for the good kits produced, so scrap and any
      *    over- or under-use both show as variance, valued at the
      *    component's picking cost.
      *-----------------------------------------------------------------
       0100-EN-VARIANCE.
           DISPLAY WS-MSG-ENVR LINE 06 COL 01
           MOVE 0 TO WS-EN-NUM-IN
           ACCEPT WS-EN-NUM-IN LINE 06 COL 55
           OPEN INPUT ORDENSAM
           IF WS-OTE-STATUS NOT = '00' THEN
              CLOSE ORDENSAM
              DISPLAY WS-MSG-ENVN LINE 24 COL 01
              GO TO 0100-EN-VARIANCE-FIN
           END-IF
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'VAROT_' WS-RPT-STAMP '.CSV' DELIMITED BY SIZE
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'ORDEN' WS-CSV-DELIM 'KIT' WS-CSV-DELIM
                  'COMPONENTE' WS-CSV-DELIM 'KITS_BUENOS' WS-CSV-DELIM
                  'DESECHADOS' WS-CSV-DELIM 'MOTIVO' WS-CSV-DELIM
                  'ESTANDAR' WS-CSV-DELIM 'REAL' WS-CSV-DELIM
                  'VARIACION' WS-CSV-DELIM 'VARIACION_PCT'
                  WS-CSV-DELIM 'VALOR_VARIACION'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 0 TO WS-EN-CNT
           MOVE 0 TO WS-V-EN-TVARV
           MOVE 0 TO OTE-NUM
           MOVE 0 TO OTE-LIN
           IF WS-EN-NUM-IN > 0 THEN
              MOVE WS-EN-NUM-IN TO OTE-NUM
           END-IF
           SET WS-EN-FIN TO 0
           START ORDENSAM KEY IS NOT LESS THAN OTE-CLAVE
              INVALID KEY
                 SET WS-EN-FIN TO 1
           END-START
           MOVE SPACES TO WS-EN-ESTADO
           PERFORM UNTIL WS-EN-FIN = 1
              READ ORDENSAM NEXT RECORD
                 AT END
                    SET WS-EN-FIN TO 1
                 NOT AT END
                    IF WS-EN-NUM-IN > 0
                    AND OTE-NUM NOT = WS-EN-NUM-IN THEN
                       SET WS-EN-FIN TO 1
                    ELSE
                       PERFORM 0100-EN-VAR-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ORDENSAM
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           IF WS-EN-CNT = 0 THEN
              DISPLAY WS-MSG-ENVN LINE 24 COL 01
              GO TO 0100-EN-VARIANCE-FIN
           END-IF
           MOVE WS-EN-CNT TO WS-EN-CNT-ED
           MOVE WS-V-EN-TVARV TO WS-EN-EDV
           DISPLAY WS-MSG-ENVS LINE 08 COL 01
           DISPLAY WS-EN-CNT-ED LINE 09 COL 05
           DISPLAY WS-EN-EDV LINE 09 COL 15.
       0100-EN-VARIANCE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-VAR-REC : One record of the order file: a completed
      *    header opens its order, each of its lines is one CSV row.
      *-----------------------------------------------------------------
       0100-EN-VAR-REC.
           IF OTE-LIN = 0 THEN
              MOVE OTE-ESTADO TO WS-EN-ESTADO
              IF OTE-EST-COMPLETA THEN
                 ADD 1 TO WS-EN-CNT
                 MOVE OTE-CODART TO WS-EN-KIT
                 MOVE OTE-CANT-REAL TO WS-V-EN-BUENAS
                 MOVE OTE-CANT-DESECHO TO WS-V-EN-DESECHO
                 MOVE OTE-RAZON TO WS-ADJ-REASON
              END-IF
              GO TO 0100-EN-VAR-REC-FIN
           END-IF
           IF WS-EN-ESTADO NOT = 'C' THEN
              GO TO 0100-EN-VAR-REC-FIN
           END-IF
           COMPUTE WS-V-EN-STD = OTE-CANT-KIT * WS-V-EN-BUENAS
           COMPUTE WS-V-EN-VARQ = OTE-CANT-REAL - WS-V-EN-STD
           MOVE 0 TO WS-V-EN-VARP
           IF WS-V-EN-STD > 0 THEN
              COMPUTE WS-V-EN-VARP ROUNDED =
                 WS-V-EN-VARQ * 100 / WS-V-EN-STD
           END-IF
           COMPUTE WS-V-EN-VARV ROUNDED = WS-V-EN-VARQ * OTE-CUNIT
           ADD WS-V-EN-VARV TO WS-V-EN-TVARV
           MOVE OTE-NUM TO WS-EN-NUM-ED
           MOVE WS-V-EN-BUENAS TO WS-EN-ED1
           MOVE WS-V-EN-DESECHO TO WS-EN-ED2
           MOVE WS-V-EN-STD TO WS-EN-ED3
           MOVE OTE-CANT-REAL TO WS-EN-ED4
           MOVE WS-V-EN-VARQ TO WS-EN-EDS
           MOVE WS-V-EN-VARP TO WS-EN-EDP
           MOVE WS-V-EN-VARV TO WS-EN-EDV
           PERFORM 0100-EN-VAR-ROW.
       0100-EN-VAR-REC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-VAR-ROW : Writes the CSV row of the line in hand.
      *-----------------------------------------------------------------
       0100-EN-VAR-ROW.
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-EN-NUM-ED WS-CSV-DELIM WS-EN-KIT WS-CSV-DELIM
                  OTE-CODART WS-CSV-DELIM WS-EN-ED1 WS-CSV-DELIM
                  WS-EN-ED2 WS-CSV-DELIM WS-ADJ-REASON(1:6)
                  WS-CSV-DELIM WS-EN-ED3 WS-CSV-DELIM
                  WS-EN-ED4 WS-CSV-DELIM WS-EN-EDS WS-CSV-DELIM
                  WS-EN-EDP WS-CSV-DELIM WS-EN-EDV
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
       copy "OTENEW.cpy".
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
       copy "MOVIM.cpy".
      *
       copy "PERCHK.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM ENSAMB01.
