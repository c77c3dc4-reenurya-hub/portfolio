      ******************************************************************
      * Program      : AUTOVEN01.cbl                                   *
      * Purpose      : Van route sales. The van is a vehicle-type      *
      *                warehouse of ALMACEN.DAT driven by one operator.*
      *                The morning load-out moves stock from the       *
      *                Almacen Principal onto the van; every sale made *
      *                on the route is invoiced through the normal     *
      *                posting (FACTURAS, CLI-SALDO, CARTERA) drawing  *
      *                the units from the van and consuming their lots *
      *                and cost layers. The evening settlement counts  *
      *                what comes back, returns it to the Almacen      *
      *                Principal, compares loaded minus sold minus     *
      *                returned per article and the cash handed in     *
      *                against the route's cash invoices, writes off   *
      *                the missing units and charges every shortage to *
      *                the driver on a settlement sheet to be signed.  *
      *                Every document is numbered in its own series of *
      *                PARAMS.DAT and kept in AUTOVEN.DAT; the         *
      *                settlement is kept once per van and day in      *
      *                LIQRUTA.DAT.                                    *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      New STOCKALM.DAT records start  *
      *                                without minimum / maximum       *
      *                                levels.                         *
      * 15-oct-2026    R. Urquijo      Status 02 on the invoice write  *
      *                                is a good write.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOVEN01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "CLISEL.cpy".
       copy "CXCSEL.cpy".
       copy "RESSEL.cpy".
       copy "LPRSEL.cpy".
      *
       copy "ALMSEL.cpy".
      *
       copy "SALSEL.cpy".
      *
       copy "AVTSEL.cpy".
      *
       copy "LQRSEL.cpy".
      *
           SELECT AVTPRN ASSIGN TO "AUTOVEN.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT LQRPRN ASSIGN TO "LIQRUTA.PRN"
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
       copy "CLIFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "RESFD.cpy".
      *
       copy "LPRFD.cpy".
      *
       copy "ALMFD.cpy".
      *
       copy "SALFD.cpy".
      *
       copy "AVTFD.cpy".
      *
       copy "LQRFD.cpy".
      *
       FD AVTPRN.
       01 AVTPRN-RECORD        PIC X(80).
      *
       FD LQRPRN.
       01 LQRPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-LPR-STATUS      PIC XX.
           77 WS-ALM-STATUS      PIC XX.
           77 WS-SAL-STATUS      PIC XX.
           77 WS-AVT-STATUS      PIC XX.
           77 WS-LQR-STATUS      PIC XX.
           77 WS-AV-TIPO         PIC X(01).
               88 WS-AV-CARGA        VALUE 'C'.
               88 WS-AV-VENTA        VALUE 'V'.
               88 WS-AV-DEVOLUCION   VALUE 'D'.
           77 WS-AV-NUM          PIC 9(06) VALUE 0.
           77 WS-AV-NUM-ED       PIC ZZZZZ9.
           77 WS-AV-REF          PIC X(10).
           77 WS-AV-ALM          PIC X(02).
           77 WS-AV-ALMNOM       PIC X(25).
           77 WS-AV-CONDUCTOR    PIC X(10).
           77 WS-AV-CLIENTE      PIC X(10).
           77 WS-AV-NOMBRE       PIC X(30).
           77 WS-AV-LISTA        PIC X(06).
           77 WS-AV-MONEDA       PIC X(03).
           77 WS-AV-FECHA        PIC X(08).
           77 WS-AV-TAXCLASS     PIC X(01).
           77 WS-AV-CONTADO      PIC X(01).
               88 WS-AV-ES-CONTADO   VALUE 'S'.
           77 WS-AV-ALM-OK       PIC 9 VALUE 0.
           77 WS-AV-CLI-OK       PIC 9 VALUE 0.
           77 WS-AV-LIQUIDADA    PIC 9 VALUE 0.
           77 WS-AV-FOUND        PIC 9 VALUE 0.
           77 WS-AV-ACTIVO       PIC 9 VALUE 0.
           77 WS-AV-DONE         PIC 9 VALUE 0.
           77 WS-AV-EOF          PIC 9 VALUE 0.
           77 WS-AV-LINE-OK      PIC 9 VALUE 0.
           77 WS-AV-LCNT         PIC 9(03) VALUE 0.
           77 WS-AV-IDX          PIC 9(03) VALUE 0.
           77 WS-AV-QTY          PIC ZZZZ9.99.
           77 WS-V-AV-QTY        PIC 9(5)V99.
           77 WS-V-AV-HELD       PIC 9(5)V99.
           77 WS-V-AV-ENDOC      PIC 9(6)V99.
           77 WS-V-AV-SALDO      PIC S9(6)V99.
           77 WS-V-AV-LINTOT     PIC 9(7)V99.
           77 WS-V-AV-TOTAL      PIC 9(7)V99 VALUE 0.
           77 WS-V-AV-CUPO       PIC 9(7)V99 VALUE 0.
           77 WS-V-AV-CLISAL     PIC S9(7)V99 VALUE 0.
           77 WS-AV-TOTAL-ED     PIC ZZZZZZZ9.99.
           77 WS-AV-HELD-ED      PIC ZZZZ9.99.
           77 WS-FAC-NUM         PIC 9(06) VALUE 0.
           77 WS-FAC-NUM-ED      PIC ZZZZZ9.
           77 WS-FAC-WRT-OK      PIC 9 VALUE 0.
           77 WS-FEFO-HOY        PIC X(08).
           77 WS-V-FEFO-TOMA     PIC 9(5)V99.
           77 WS-LPR-FOUND       PIC 9 VALUE 0.
           77 WS-V-LPR-PRECIO    PIC 9(5)V99.
           77 WS-V-LPR-BESTMIN   PIC 9(5)V99.
           77 WS-LQ-CNT          PIC 9(03) VALUE 0.
           77 WS-LQ-IDX          PIC 9(03) VALUE 0.
           77 WS-LQ-DEVNUM       PIC 9(06) VALUE 0.
           77 WS-LQ-HORA         PIC X(06).
           77 WS-LQ-EFE-IN       PIC ZZZZZZ9.99.
           77 WS-V-LQ-INICIAL    PIC S9(6)V99.
           77 WS-V-LQ-VALOR      PIC 9(7)V99.
           77 WS-V-LQ-VALFALTA   PIC 9(7)V99 VALUE 0.
           77 WS-V-LQ-EFEESP     PIC 9(7)V99 VALUE 0.
           77 WS-V-LQ-EFEREC     PIC 9(7)V99 VALUE 0.
           77 WS-V-LQ-EFEFALTA   PIC 9(7)V99 VALUE 0.
           77 WS-V-LQ-EFESOBRA   PIC 9(7)V99 VALUE 0.
           77 WS-V-LQ-CARGO      PIC 9(7)V99 VALUE 0.
           77 WS-LQ-INI-ED       PIC -ZZZZ9.99.
           77 WS-LQ-CAR-ED       PIC ZZZZZ9.99.
           77 WS-LQ-VEN-ED       PIC ZZZZZ9.99.
           77 WS-LQ-DEV-ED       PIC ZZZZ9.99.
           77 WS-LQ-FAL-ED       PIC ZZZZ9.99.
           77 WS-LQ-VAL-ED       PIC ZZZZZZZ9.99.
      *
       01 WS-AV-TABLE.
           02 WS-AV-LINEA OCCURS 100 TIMES.
               03 WS-AV-T-CODART    PIC X(10).
               03 WS-AV-T-DESCART   PIC X(35).
               03 WS-AV-T-CANT      PIC ZZZZ9.99.
               03 WS-AV-T-VRUNIT    PIC ZZZZ9.99.
               03 WS-AV-T-TOTAL     PIC ZZZZZZZ9.99.
               03 WS-AV-T-TAXCLASS  PIC X(01).
      *
      *    ONE ROW PER ARTICLE THE VAN CARRIED DURING THE DAY.
       01 WS-LQ-TABLE.
           02 WS-LQ-LINEA OCCURS 100 TIMES.
               03 WS-LQ-T-CODART    PIC X(10).
               03 WS-LQ-T-DESCART   PIC X(35).
               03 WS-LQ-T-VRUNIT    PIC 9(5)V99.
               03 WS-LQ-T-TAXCLASS  PIC X(01).
               03 WS-LQ-T-CARGA     PIC 9(6)V99.
               03 WS-LQ-T-VENTA     PIC 9(6)V99.
               03 WS-LQ-T-ABORDO    PIC 9(5)V99.
               03 WS-LQ-T-DEVUELTO  PIC 9(5)V99.
               03 WS-LQ-T-FALTA     PIC 9(5)V99.
      *
           77 WS-ST-AV     PIC X(25) VALUE 'VENTA EN RUTA            '.
           77 WS-MSG-AVOP PIC X(80) VALUE ' 1-CARGA 2-VENTA EN RUTA '-
       '3-LIQUIDACION 9-SALE                Ingrese opcion [  ]'.
           77 WS-MSG-AVVH PIC X(80) VALUE ' Vehiculo (almacen de la '-
       'ruta, ENTER para cancelar):                            '.
           77 WS-MSG-AVVN PIC X(80) VALUE ' Ese almacen no esta regi'-
       'strado, esta inactivo o no es un vehiculo.             '.
           77 WS-MSG-AVLQ PIC X(80) VALUE ' La ruta de hoy de ese ve'-
       'hiculo ya fue liquidada.                               '.
           77 WS-MSG-AVCL PIC X(80) VALUE ' Cliente (ENTER para canc'-
       'elar):                                                 '.
           77 WS-MSG-AVCN PIC X(80) VALUE ' Cliente no encontrado, i'-
       'nactivo o fusionado con otro.                          '.
           77 WS-MSG-AVME PIC X(80) VALUE ' El cliente se factura en'-
       ' moneda extranjera. Facture en FACTUR01.               '.
           77 WS-MSG-AVAR PIC X(80) VALUE ' Articulo (ENTER para ter'-
       'minar el documento):                                   '.
           77 WS-MSG-AVNF PIC X(80) VALUE ' Articulo no encontrado e'-
       'ntre los articulos activos.                            '.
           77 WS-MSG-AVQT PIC X(80) VALUE ' Cantidad:               '-
       '                                                       '.
           77 WS-MSG-AVNS PIC X(80) VALUE ' Existencia insuficiente '-
       'en Almacen Principal. Linea rechazada.                 '.
           77 WS-MSG-AVNH PIC X(80) VALUE ' La cantidad excede lo qu'-
       'e lleva el vehiculo.                                   '.
           77 WS-MSG-AVNL PIC X(80) VALUE ' El documento no tiene li'-
       'neas. No se genero ningun documento.                   '.
           77 WS-MSG-AVNO PIC X(80) VALUE ' El documento de ruta fue'-
       ' cancelado.                                            '.
           77 WS-MSG-AVER PIC X(80) VALUE ' ERROR: numero de documen'-
       'to duplicado. NADA fue grabado. Revise PARAM01.        '.
           77 WS-MSG-AVOK PIC X(80) VALUE ' Documento de ruta regist'-
       'rado e impreso en AUTOVEN.PRN.                         '.
           77 WS-MSG-AVFV PIC X(80) VALUE ' Venta en ruta facturada '-
       'en la factura No.:                                     '.
           77 WS-MSG-AVFL PIC X(80) VALUE ' AVISO: mas de 100 lineas'-
       '; registre otro documento para el resto.               '.
           77 WS-MSG-AVLV PIC X(80) VALUE ' AVISO: el unico lote dis'-
       'ponible esta VENCIDO. Revise antes de facturar.        '.
           77 WS-MSG-AVCT PIC X(80) VALUE ' Pago de contado al condu'-
       'ctor (S/N):                                            '.
           77 WS-MSG-AVCC PIC X(80) VALUE ' La venta a credito exced'-
       'e el cupo del cliente. Venda de contado.               '.
           77 WS-MSG-AVSN PIC X(80) VALUE ' El vehiculo no tuvo movi'-
       'miento hoy. No hay nada que liquidar.                  '.
           77 WS-MSG-AVDV PIC X(80) VALUE ' Cantidad devuelta (conta'-
       'da):                                                   '.
           77 WS-MSG-AVDX PIC X(80) VALUE ' Lo devuelto excede lo qu'-
       'e lleva el vehiculo. Recuente.                         '.
           77 WS-MSG-AVEF PIC X(80) VALUE ' Efectivo entregado por e'-
       'l conductor:                                           '.
           77 WS-MSG-AVLO PIC X(80) VALUE ' Ruta liquidada. Planilla'-
       ' para firmar en LIQRUTA.PRN.                           '.
           77 WS-MSG-AVLN PIC X(80) VALUE ' La liquidacion de la rut'-
       'a fue cancelada.                                       '.
           77 WS-MSG-AVLE PIC X(80) VALUE ' ERROR: la ruta ya estaba'-
       ' liquidada. NADA fue grabado.                          '.
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
              PERFORM 0100-DISP-HEADS
              DISPLAY WS-MSG-AVOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    MOVE 'C' TO WS-AV-TIPO
                    PERFORM 0100-CAPTURE-DOC THRU 0100-CAPTURE-DOC-FIN
                 WHEN 2
                    MOVE 'V' TO WS-AV-TIPO
                    PERFORM 0100-CAPTURE-DOC THRU 0100-CAPTURE-DOC-FIN
                 WHEN 3
                    PERFORM 0100-SETTLE THRU 0100-SETTLE-FIN
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
      *    0100-DISP-HEADS : Displays main presentation of screen.
      *-----------------------------------------------------------------
       0100-DISP-HEADS.
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-AV          LINE 04 COL 10
              LNK-EMPRESA       LINE 04 COL 55
              WS-HYPHNS         LINE 05 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE-DOC : Captures one route document of the type
      *    in WS-AV-TIPO for one van and, confirmed, posts it. The
      *    load-out takes its lines from the Almacen Principal; a
      *    route sale is billed to one customer from what the van
      *    carries, cash or on credit.
      *-----------------------------------------------------------------
       0100-CAPTURE-DOC.
           PERFORM 0100-LOAD-PARAMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-AV-FECHA
           MOVE WS-PAR-NEXTAVT TO WS-AV-NUM
           IF WS-AV-NUM = 0 THEN
              MOVE 1 TO WS-AV-NUM
           END-IF
           MOVE WS-AV-NUM TO WS-AV-NUM-ED
           IF WS-AV-CARGA THEN
              DISPLAY 'Carga del vehiculo No.....:' LINE 06 COL 01
           ELSE
              DISPLAY 'Venta en ruta No..........:' LINE 06 COL 01
           END-IF
           DISPLAY WS-AV-NUM-ED LINE 06 COL 29
           PERFORM 0100-GET-VEHICULO THRU 0100-GET-VEHICULO-FIN
           IF WS-AV-ALM-OK = 0 THEN
              DISPLAY WS-MSG-AVNO LINE 24 COL 01
              GO TO 0100-CAPTURE-DOC-FIN
           END-IF
           IF WS-AV-VENTA THEN
              PERFORM 0100-GET-CLIENTE
              IF WS-AV-CLI-OK = 0 THEN
                 DISPLAY WS-MSG-AVNO LINE 24 COL 01
                 GO TO 0100-CAPTURE-DOC-FIN
              END-IF
           ELSE
              MOVE SPACES TO WS-AV-CLIENTE
              MOVE SPACES TO WS-AV-NOMBRE
           END-IF
           MOVE 0 TO WS-AV-LCNT
           MOVE 0 TO WS-V-AV-TOTAL
           MOVE 'N' TO WS-AV-CONTADO
           MOVE 12 TO WS-ROWCTRL
           PERFORM 0100-CAPTURE-KEYED
           IF WS-AV-LCNT = 0 THEN
              DISPLAY WS-MSG-AVNL LINE 24 COL 01
              GO TO 0100-CAPTURE-DOC-FIN
           END-IF
           MOVE WS-V-AV-TOTAL TO WS-AV-TOTAL-ED
           DISPLAY 'Total:' LINE 21 COL 01
           DISPLAY WS-AV-TOTAL-ED LINE 21 COL 16
           IF WS-AV-VENTA THEN
              PERFORM 0100-GET-CONTADO
              IF NOT WS-AV-ES-CONTADO
              AND WS-V-AV-CLISAL + WS-V-AV-TOTAL > WS-V-AV-CUPO THEN
                 DISPLAY WS-MSG-AVCC LINE 24 COL 01
                 GO TO 0100-CAPTURE-DOC-FIN
              END-IF
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-AVNO LINE 24 COL 01
              GO TO 0100-CAPTURE-DOC-FIN
           END-IF
           PERFORM 0100-POST-DOC THRU 0100-POST-DOC-FIN.
       0100-CAPTURE-DOC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-VEHICULO : Asks and validates the van: an active
      *    vehicle-type warehouse whose route of WS-AV-FECHA was not
      *    settled yet. Leaves its driver in WS-AV-CONDUCTOR.
      *-----------------------------------------------------------------
       0100-GET-VEHICULO.
           SET WS-AV-ALM-OK TO 0
           MOVE SPACES TO WS-AV-ALM
           DISPLAY WS-MSG-AVVH LINE 07 COL 01
           ACCEPT WS-AV-ALM LINE 07 COL 53
           IF WS-AV-ALM = SPACES
           OR WS-AV-ALM = LOW-VALUE THEN
              GO TO 0100-GET-VEHICULO-FIN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-AV-ALM) TO WS-AV-ALM
           OPEN INPUT ALMACEN
           IF WS-ALM-STATUS = '00' OR WS-ALM-STATUS = '05' THEN
              MOVE WS-AV-ALM TO ALM-COD
              READ ALMACEN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ALM-ACTIVO AND ALM-TIPO-VEHICULO THEN
                       SET WS-AV-ALM-OK TO 1
                       MOVE ALM-NOMBRE TO WS-AV-ALMNOM
                       MOVE ALM-CONDUCTOR TO WS-AV-CONDUCTOR
                    END-IF
              END-READ
           END-IF
           CLOSE ALMACEN
           IF WS-AV-ALM-OK = 0 THEN
              DISPLAY WS-MSG-AVVN LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-GET-VEHICULO-FIN
           END-IF
           PERFORM 0100-CHECK-LIQUIDADA
           IF WS-AV-LIQUIDADA = 1 THEN
              SET WS-AV-ALM-OK TO 0
              DISPLAY WS-MSG-AVLQ LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-GET-VEHICULO-FIN
           END-IF
           DISPLAY WS-AV-CONDUCTOR LINE 07 COL 57
           DISPLAY WS-AV-ALMNOM(1:13) LINE 07 COL 68.
       0100-GET-VEHICULO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-LIQUIDADA : WS-AV-LIQUIDADA ends 1 when the route
      *    of WS-AV-ALM on WS-AV-FECHA already has its settlement.
      *-----------------------------------------------------------------
       0100-CHECK-LIQUIDADA.
           SET WS-AV-LIQUIDADA TO 0
           OPEN INPUT LIQRUTA
           IF WS-LQR-STATUS = '00' THEN
              MOVE WS-AV-ALM TO LQR-ALM
              MOVE WS-AV-FECHA TO LQR-FECHA
              READ LIQRUTA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-AV-LIQUIDADA TO 1
              END-READ
           END-IF
           CLOSE LIQRUTA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-CLIENTE : Asks and validates the customer of a
      *    route sale; one merged into another is refused, and so is
      *    one invoiced in foreign currency. Keeps its price list,
      *    balance, credit limit and payment terms.
      *-----------------------------------------------------------------
       0100-GET-CLIENTE.
           SET WS-AV-CLI-OK TO 0
           MOVE 'GENERL' TO WS-AV-LISTA
           MOVE SPACES TO WS-AV-MONEDA
           MOVE 0 TO WS-V-AV-CLISAL
           MOVE 0 TO WS-V-AV-CUPO
           MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           MOVE SPACES TO WS-AV-CLIENTE
           DISPLAY WS-MSG-AVCL LINE 08 COL 01
           ACCEPT WS-AV-CLIENTE LINE 08 COL 40
           IF WS-AV-CLIENTE = SPACES
           OR WS-AV-CLIENTE = LOW-VALUE THEN
              CONTINUE
           ELSE
              OPEN INPUT CLIENTES
              IF WS-CLI-STATUS NOT = '35' THEN
                 MOVE WS-AV-CLIENTE TO CLI-ID
                 READ CLIENTES
                    KEY IS CLI-ID
                    INVALID KEY
                       SET WS-AV-CLI-OK TO 0
                    NOT INVALID KEY
                       IF CLI-ACTIVO AND CLI-FUSION = SPACES THEN
                          SET WS-AV-CLI-OK TO 1
                          MOVE CLI-NOMBRE TO WS-AV-NOMBRE
                          MOVE CLI-SALDO TO WS-V-AV-CLISAL
                          MOVE CLI-CUPO TO WS-V-AV-CUPO
                          MOVE CLI-MONEDA TO WS-AV-MONEDA
                          PERFORM 0100-CLI-PLAZO
                          DISPLAY CLI-NOMBRE LINE 08 COL 51
                          IF CLI-LISTA NOT = SPACES THEN
                             MOVE CLI-LISTA TO WS-AV-LISTA
                          END-IF
                       END-IF
                 END-READ
                 CLOSE CLIENTES
              END-IF
              IF WS-AV-CLI-OK = 0 THEN
                 DISPLAY WS-MSG-AVCN LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
              END-IF
              IF WS-AV-CLI-OK = 1 AND WS-AV-MONEDA NOT = SPACES
                 SET WS-AV-CLI-OK TO 0
                 DISPLAY WS-MSG-AVME LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-CONTADO : Whether the customer pays the driver in
      *    cash. ENTER takes the customer's terms: cash when it buys
      *    with no credit days.
      *-----------------------------------------------------------------
       0100-GET-CONTADO.
           DISPLAY WS-MSG-AVCT LINE 22 COL 01
           MOVE SPACE TO WS-AV-CONTADO
           ACCEPT WS-AV-CONTADO LINE 22 COL 40
           MOVE FUNCTION UPPER-CASE(WS-AV-CONTADO) TO WS-AV-CONTADO
           IF WS-AV-CONTADO = SPACE OR WS-AV-CONTADO = LOW-VALUE THEN
              IF WS-VEN-PLAZO = 0 THEN
                 MOVE 'S' TO WS-AV-CONTADO
              ELSE
                 MOVE 'N' TO WS-AV-CONTADO
              END-IF
           END-IF
           IF WS-AV-CONTADO NOT = 'S' THEN
              MOVE 'N' TO WS-AV-CONTADO
           END-IF
           DISPLAY WS-AV-CONTADO LINE 22 COL 40
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE-KEYED : Article lines of the document, keyed
      *    one by one until ENTER.
      *-----------------------------------------------------------------
       0100-CAPTURE-KEYED.
           SET WS-AV-DONE TO 0
           PERFORM UNTIL WS-AV-DONE = 1
              DISPLAY WS-MSG-AVAR LINE 09 COL 01
              MOVE SPACES TO WS-CODART
              ACCEPT WS-CODART LINE 09 COL 50
              IF WS-CODART = SPACES
              OR WS-CODART = LOW-VALUE THEN
                 SET WS-AV-DONE TO 1
              ELSE
                 PERFORM 0100-FIND-ARTICLE
                 IF WS-AV-FOUND = 0 OR WS-AV-ACTIVO = 0 THEN
                    DISPLAY WS-MSG-AVNF LINE 24 COL 01
                    ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                    DISPLAY WS-SPC LINE 24 COL 01
                 ELSE
                    PERFORM 0100-GET-KEYED-QTY
                       THRU 0100-GET-KEYED-QTY-FIN
                 END-IF
              END-IF
              IF WS-AV-LCNT NOT < 100 THEN
                 DISPLAY WS-MSG-AVFL LINE 22 COL 01
                 SET WS-AV-DONE TO 1
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-ARTICLE : Reads WS-CODART and keeps what the
      *    document needs of it. WS-AV-FOUND ends 1 when it exists and
      *    WS-AV-ACTIVO when it is also active.
      *-----------------------------------------------------------------
       0100-FIND-ARTICLE.
           SET WS-AV-FOUND TO 0
           SET WS-AV-ACTIVO TO 0
           MOVE SPACES TO WS-DESCART
           MOVE 0 TO WS-V-VRUNIT
           OPEN INPUT INVENTARIO
           MOVE WS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-AV-FOUND TO 1
                 IF ACTFLAG-ACTIVE THEN
                    SET WS-AV-ACTIVO TO 1
                 END-IF
                 MOVE DESCART TO WS-DESCART
                 MOVE VRUNIT TO WS-V-VRUNIT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 MOVE TAXCLASS TO WS-AV-TAXCLASS
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-KEYED-QTY : Quantity of one keyed line. A load-out
      *    must find it on hand in the Almacen Principal; a route sale
      *    must find it on the van, counting what this document
      *    already carries of the same article. The sale is priced as
      *    the invoicing does: the customer's price list tier when one
      *    applies, the article's VRUNIT otherwise.
      *-----------------------------------------------------------------
       0100-GET-KEYED-QTY.
           PERFORM 0100-HELD-QTY
           PERFORM 0100-DOC-QTY
           DISPLAY WS-SPC LINE 10 COL 01
           DISPLAY WS-DESCART LINE 10 COL 01
           IF WS-AV-CARGA THEN
              MOVE WS-V-CANT-ALM1 TO WS-AV-HELD-ED
           ELSE
              MOVE WS-V-AV-HELD TO WS-AV-HELD-ED
           END-IF
           DISPLAY WS-AV-HELD-ED LINE 10 COL 52
           DISPLAY WS-MSG-AVQT LINE 11 COL 01
           MOVE WS-ZERO TO WS-AV-QTY
           ACCEPT WS-AV-QTY LINE 11 COL 30
           MOVE WS-AV-QTY TO WS-V-AV-QTY
           PERFORM UNTIL WS-V-AV-QTY > 0
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              ACCEPT WS-AV-QTY LINE 11 COL 30
              MOVE WS-AV-QTY TO WS-V-AV-QTY
           END-PERFORM
           DISPLAY WS-SPC LINE 24 COL 01
           ADD WS-V-AV-QTY TO WS-V-AV-ENDOC
           IF WS-AV-CARGA AND WS-V-AV-ENDOC > WS-V-CANT-ALM1 THEN
              DISPLAY WS-MSG-AVNS LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-GET-KEYED-QTY-FIN
           END-IF
           IF WS-AV-VENTA AND WS-V-AV-ENDOC > WS-V-AV-HELD THEN
              DISPLAY WS-MSG-AVNH LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-GET-KEYED-QTY-FIN
           END-IF
           IF WS-AV-VENTA THEN
              PERFORM 0100-LIST-PRICE
              IF WS-LPR-FOUND = 1 THEN
                 MOVE WS-V-LPR-PRECIO TO WS-V-VRUNIT
              END-IF
           END-IF
           PERFORM 0100-ADD-LINE.
       0100-GET-KEYED-QTY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HELD-QTY : What the van carries of WS-CODART, in
      *    WS-V-AV-HELD.
      *-----------------------------------------------------------------
       0100-HELD-QTY.
           MOVE 0 TO WS-V-AV-HELD
           OPEN INPUT STOCKALM
           IF WS-SAL-STATUS = '00' THEN
              MOVE WS-CODART TO SAL-CODART
              MOVE WS-AV-ALM TO SAL-ALM
              READ STOCKALM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SAL-CANT TO WS-V-AV-HELD
              END-READ
           END-IF
           CLOSE STOCKALM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DOC-QTY : Quantity of WS-CODART already on the lines
      *    of the document being captured, in WS-V-AV-ENDOC.
      *-----------------------------------------------------------------
       0100-DOC-QTY.
           MOVE 0 TO WS-V-AV-ENDOC
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-LCNT
              IF WS-AV-T-CODART(WS-AV-IDX) = WS-CODART THEN
                 MOVE WS-AV-T-CANT(WS-AV-IDX) TO WS-V-AV-QTY
                 ADD WS-V-AV-QTY TO WS-V-AV-ENDOC
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-PRICE : Looks the article up on the customer's
      *    price list (LISTAPR.DAT), taking the highest quantity tier
      *    the sold quantity reaches, as FACTUR01 does. WS-LPR-FOUND
      *    ends 1 with the negotiated price in WS-V-LPR-PRECIO when a
      *    row applies; otherwise the article's VRUNIT stands.
      *-----------------------------------------------------------------
       0100-LIST-PRICE.
           SET WS-LPR-FOUND TO 0
           MOVE 0 TO WS-V-LPR-BESTMIN
           OPEN INPUT LISTAPR
           IF WS-LPR-STATUS = '00' OR WS-LPR-STATUS = '05' THEN
              MOVE WS-AV-LISTA TO LPR-LISTA
              MOVE WS-CODART TO LPR-CODART
              MOVE 0 TO LPR-CANTMIN
              START LISTAPR KEY IS NOT LESS THAN LPR-CLAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF WS-LPR-STATUS = '00' THEN
                 SET WS-END-FILE TO 0
                 PERFORM UNTIL WS-END-FILE = 1
                    READ LISTAPR NEXT RECORD
                       AT END
                          SET WS-END-FILE TO 1
                       NOT AT END
                          IF LPR-LISTA NOT = WS-AV-LISTA
                          OR LPR-CODART NOT = WS-CODART THEN
                             SET WS-END-FILE TO 1
                          ELSE
                             IF LPR-CANTMIN NOT > WS-V-AV-QTY
                             AND LPR-CANTMIN NOT <
                                 WS-V-LPR-BESTMIN THEN
                                MOVE LPR-CANTMIN
                                   TO WS-V-LPR-BESTMIN
                                MOVE LPR-PRECIO
                                   TO WS-V-LPR-PRECIO
                                SET WS-LPR-FOUND TO 1
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           CLOSE LISTAPR
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-LINE : Adds WS-V-AV-QTY of WS-CODART at WS-V-VRUNIT
      *    to the document and shows it.
      *-----------------------------------------------------------------
       0100-ADD-LINE.
           COMPUTE WS-V-AV-LINTOT = WS-V-AV-QTY * WS-V-VRUNIT
           ADD WS-V-AV-LINTOT TO WS-V-AV-TOTAL
           ADD 1 TO WS-AV-LCNT
           MOVE WS-CODART TO WS-AV-T-CODART(WS-AV-LCNT)
           MOVE WS-DESCART TO WS-AV-T-DESCART(WS-AV-LCNT)
           MOVE WS-V-AV-QTY TO WS-AV-T-CANT(WS-AV-LCNT)
           MOVE WS-V-VRUNIT TO WS-AV-T-VRUNIT(WS-AV-LCNT)
           MOVE WS-V-AV-LINTOT TO WS-AV-T-TOTAL(WS-AV-LCNT)
           MOVE WS-AV-TAXCLASS TO WS-AV-T-TAXCLASS(WS-AV-LCNT)
           IF WS-ROWCTRL > 20 THEN
              MOVE 12 TO WS-ROWCTRL
           END-IF
           DISPLAY WS-AV-T-CODART(WS-AV-LCNT)
              LINE WS-ROWCTRL COL 02
           DISPLAY WS-AV-T-DESCART(WS-AV-LCNT)
              LINE WS-ROWCTRL COL 13
           DISPLAY WS-AV-T-CANT(WS-AV-LCNT)
              LINE WS-ROWCTRL COL 50
           DISPLAY WS-AV-T-TOTAL(WS-AV-LCNT)
              LINE WS-ROWCTRL COL 64
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-DOC : Posts the confirmed document. A route sale
      *    is invoiced first through the normal posting; then the
      *    document is written, every line moves its stock, the series
      *    advances and the document is printed.
      *-----------------------------------------------------------------
       0100-POST-DOC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              DISPLAY WS-MSG-AVNO LINE 24 COL 01
              GO TO 0100-POST-DOC-FIN
           END-IF
           MOVE WS-DATETIME(1:8) TO WS-AV-FECHA
           PERFORM 0100-CHECK-LIQUIDADA
           IF WS-AV-LIQUIDADA = 1 THEN
              DISPLAY WS-MSG-AVLQ LINE 24 COL 01
              GO TO 0100-POST-DOC-FIN
           END-IF
           PERFORM 0100-CHECK-DOC-NUM
           IF WS-AV-FOUND = 1 THEN
              DISPLAY WS-MSG-AVER LINE 24 COL 01
              GO TO 0100-POST-DOC-FIN
           END-IF
           MOVE SPACES TO WS-AV-REF
           STRING 'AVT ' WS-AV-NUM-ED DELIMITED BY SIZE INTO WS-AV-REF
           MOVE 0 TO WS-FAC-NUM
           IF WS-AV-VENTA THEN
              PERFORM 0100-INVOICE-SOLD THRU 0100-INVOICE-SOLD-FIN
              IF WS-FAC-WRT-OK = 0 THEN
                 GO TO 0100-POST-DOC-FIN
              END-IF
           END-IF
           PERFORM 0100-WRITE-DOC
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-LCNT
              IF WS-AV-CARGA THEN
                 PERFORM 0100-POST-LINE-LOAD
              ELSE
                 PERFORM 0100-POST-LINE-SOLD
                    THRU 0100-POST-LINE-SOLD-FIN
              END-IF
           END-PERFORM
           COMPUTE WS-PAR-NEXTAVT = WS-AV-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           PERFORM 0100-PRINT-DOC
           DISPLAY WS-MSG-AVOK LINE 24 COL 01
           IF WS-AV-VENTA THEN
              MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
              DISPLAY WS-MSG-AVFV LINE 22 COL 01
              DISPLAY WS-FAC-NUM-ED LINE 22 COL 55
           END-IF.
       0100-POST-DOC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-DOC-NUM : WS-AV-FOUND ends 1 when the document
      *    number about to be used already exists in AUTOVEN.DAT.
      *-----------------------------------------------------------------
       0100-CHECK-DOC-NUM.
           SET WS-AV-FOUND TO 0
           OPEN INPUT AUTOVEN
           IF WS-AVT-STATUS = '00' THEN
              MOVE WS-AV-NUM TO AVT-NUM
              MOVE 0 TO AVT-LIN
              READ AUTOVEN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-AV-FOUND TO 1
              END-READ
           END-IF
           CLOSE AUTOVEN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-INVOICE-SOLD : The route sale goes out as one invoice
      *    through the normal posting: numbering resolution, FACTURAS
      *    with the cost stamped on each line, CLI-SALDO and the open
      *    item in CARTERA. WS-FAC-WRT-OK ends 1 when it was written.
      *-----------------------------------------------------------------
       0100-INVOICE-SOLD.
           SET WS-FAC-WRT-OK TO 0
           MOVE WS-PAR-NEXTFAC TO WS-FAC-NUM
           IF WS-FAC-NUM = 0 THEN
              MOVE 1 TO WS-FAC-NUM
           END-IF
           MOVE WS-FAC-NUM TO WS-RES-NUM
           MOVE WS-AV-FECHA TO WS-RES-HOY
           PERFORM 0100-CHECK-RESOLUCION
           IF WS-RES-OK = 0 THEN
              DISPLAY WS-MSG-RESNO LINE 24 COL 01
              GO TO 0100-INVOICE-SOLD-FIN
           END-IF
           PERFORM 0100-POST-INVOICE
           IF WS-FAC-WRT-OK = 0 THEN
              DISPLAY WS-MSG-AVER LINE 24 COL 01
              GO TO 0100-INVOICE-SOLD-FIN
           END-IF
           PERFORM 0100-POST-CLI-SALDO
           PERFORM 0100-POST-CXC-ITEM
           COMPUTE WS-PAR-NEXTFAC = WS-FAC-NUM + 1.
       0100-INVOICE-SOLD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-INVOICE : Writes the invoice (header and lines) to
      *    FACTURAS.DAT.
      *-----------------------------------------------------------------
       0100-POST-INVOICE.
           OPEN I-O FACTURAS
           IF WS-FAC-STATUS = '35' THEN
              OPEN OUTPUT FACTURAS
              CLOSE FACTURAS
              OPEN I-O FACTURAS
           END-IF
           MOVE SPACES TO FAC-REG
           MOVE WS-FAC-NUM TO FAC-NUM
           MOVE 0 TO FAC-LIN
           MOVE WS-AV-FECHA TO FAC-FECHA
           MOVE WS-AV-CLIENTE TO FAC-CLIENTE
           MOVE WS-V-AV-TOTAL TO FAC-TOTAL
           MOVE WS-OPERATOR-ID TO FAC-OPERADOR
           SET WS-FAC-WRT-OK TO 1
           WRITE FAC-REG
              INVALID KEY
                 SET WS-FAC-WRT-OK TO 0
           END-WRITE
           IF WS-FAC-WRT-OK = 1
           AND WS-FAC-STATUS NOT = '00'
           AND WS-FAC-STATUS NOT = '02' THEN
              SET WS-FAC-WRT-OK TO 0
           END-IF
           IF WS-FAC-WRT-OK = 1 THEN
              PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                      UNTIL WS-AV-IDX > WS-AV-LCNT
                 MOVE SPACES TO FAC-REG
                 MOVE WS-FAC-NUM TO FAC-NUM
                 MOVE WS-AV-IDX TO FAC-LIN
                 MOVE WS-AV-FECHA TO FAC-FECHA
                 MOVE WS-AV-CLIENTE TO FAC-CLIENTE
                 MOVE WS-AV-T-CODART(WS-AV-IDX) TO FAC-CODART
                 MOVE WS-AV-T-DESCART(WS-AV-IDX) TO FAC-DESCART
                 MOVE WS-AV-T-CANT(WS-AV-IDX) TO FAC-CANT
                 MOVE WS-AV-T-VRUNIT(WS-AV-IDX) TO FAC-VRUNIT
                 MOVE WS-AV-T-TOTAL(WS-AV-IDX) TO FAC-TOTAL
                 MOVE WS-AV-T-TAXCLASS(WS-AV-IDX) TO FAC-TAXCLASS
                 MOVE WS-OPERATOR-ID TO FAC-OPERADOR
                 PERFORM 0100-STAMP-COSTO
                 WRITE FAC-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-PERFORM
           END-IF
           CLOSE FACTURAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-STAMP-COSTO : Stamps the article's average cost on the
      *    invoice line being written, so past margins can always be
      *    reconstructed.
      *-----------------------------------------------------------------
       0100-STAMP-COSTO.
           MOVE 0 TO WS-V-AVGCOST
           OPEN INPUT INVENTARIO
           MOVE WS-AV-T-CODART(WS-AV-IDX) TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE AVGCOST TO WS-V-AVGCOST
                 IF WS-V-AVGCOST = 0 THEN
                    MOVE STDCOST TO WS-V-AVGCOST
                 END-IF
           END-READ
           CLOSE INVENTARIO
           MOVE WS-V-AVGCOST TO FAC-COSTO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-CLI-SALDO : Adds the invoiced total to the
      *    customer's balance.
      *-----------------------------------------------------------------
       0100-POST-CLI-SALDO.
           MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           OPEN I-O CLIENTES
           MOVE WS-AV-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD WS-V-AV-TOTAL TO CLI-SALDO
                 REWRITE REG-CLIENTE
                 PERFORM 0100-CLI-PLAZO
           END-READ
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-CXC-ITEM : Opens the invoice as an open item in
      *    CARTERA.DAT, due as the customer's terms say.
      *-----------------------------------------------------------------
       0100-POST-CXC-ITEM.
           OPEN I-O CARTERA
           MOVE SPACES TO CXC-REG
           MOVE WS-AV-CLIENTE TO CXC-CLIENTE
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE WS-FAC-NUM TO CXC-NUM
           MOVE WS-AV-FECHA TO CXC-FECHA
           MOVE WS-AV-FECHA TO WS-VEN-FECHA
           PERFORM 0100-CALC-VENCE
           MOVE WS-VEN-FVENCE TO CXC-FVENCE
           MOVE WS-V-AV-TOTAL TO CXC-VALOR
           MOVE 0 TO CXC-ABONADO
           SET CXC-EST-ABIERTA TO TRUE
           WRITE CXC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-DOC : Writes the document header (line 000) and
      *    its lines to AUTOVEN.DAT.
      *-----------------------------------------------------------------
       0100-WRITE-DOC.
           OPEN I-O AUTOVEN
           MOVE SPACES TO AVT-REG
           MOVE WS-AV-NUM TO AVT-NUM
           MOVE 0 TO AVT-LIN
           MOVE WS-AV-TIPO TO AVT-TIPO
           MOVE WS-AV-FECHA TO AVT-FECHA
           MOVE WS-AV-ALM TO AVT-ALM
           MOVE WS-AV-CONDUCTOR TO AVT-CONDUCTOR
           MOVE WS-AV-CLIENTE TO AVT-CLIENTE
           MOVE WS-V-AV-TOTAL TO AVT-TOTAL
           MOVE WS-AV-CONTADO TO AVT-CONTADO
           MOVE WS-OPERATOR-ID TO AVT-OPERADOR
           MOVE WS-FAC-NUM TO AVT-FACREF
           WRITE AVT-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-LCNT
              MOVE SPACES TO AVT-REG
              MOVE WS-AV-NUM TO AVT-NUM
              MOVE WS-AV-IDX TO AVT-LIN
              MOVE WS-AV-TIPO TO AVT-TIPO
              MOVE WS-AV-FECHA TO AVT-FECHA
              MOVE WS-AV-ALM TO AVT-ALM
              MOVE WS-AV-CONDUCTOR TO AVT-CONDUCTOR
              MOVE WS-AV-CLIENTE TO AVT-CLIENTE
              MOVE WS-AV-T-CODART(WS-AV-IDX) TO AVT-CODART
              MOVE WS-AV-T-DESCART(WS-AV-IDX) TO AVT-DESCART
              MOVE WS-AV-T-CANT(WS-AV-IDX) TO AVT-CANT
              MOVE WS-AV-T-VRUNIT(WS-AV-IDX) TO AVT-VRUNIT
              MOVE WS-AV-T-TOTAL(WS-AV-IDX) TO AVT-TOTAL
              MOVE WS-AV-T-TAXCLASS(WS-AV-IDX) TO AVT-TAXCLASS
              MOVE WS-AV-CONTADO TO AVT-CONTADO
              MOVE WS-OPERATOR-ID TO AVT-OPERADOR
              MOVE WS-FAC-NUM TO AVT-FACREF
              WRITE AVT-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM
           CLOSE AUTOVEN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-LINE-LOAD : One load-out line. The units leave
      *    CANT and CANT-ALM1 as any dispatch does and go onto the
      *    van, with audit and a kardex record on each side. Lots and
      *    cost layers stay untouched until the units are sold.
      *-----------------------------------------------------------------
       0100-POST-LINE-LOAD.
           SET WS-AV-LINE-OK TO 0
           MOVE WS-AV-T-CODART(WS-AV-IDX) TO WS-CODART
           MOVE WS-AV-T-CANT(WS-AV-IDX) TO WS-V-AV-QTY
           OPEN I-O INVENTARIO
           MOVE WS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 COMPUTE WS-V-NEWCANT-ALM =
                    WS-V-CANT-ALM1 - WS-V-AV-QTY
                 IF WS-V-NEWCANT-ALM < 0 THEN
                    DISPLAY WS-MSG-AVNS LINE 24 COL 01
                 ELSE
                    SET WS-AV-LINE-OK TO 1
                    MOVE CANT TO WS-BEF-CANT
                    MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                    COMPUTE WS-V-NEWCANT = WS-V-CANT - WS-V-AV-QTY
                    MOVE WS-V-NEWCANT TO CANT
                    MOVE WS-V-NEWCANT-ALM TO CANT-ALM1
                    MOVE WS-AV-FECHA TO LASTMOV
                    REWRITE INVENT-REG
                    MOVE 'CARGA-RUTA' TO WS-AUD-TTYPE
                    MOVE SPACES TO WS-AUD-BEFORE
                    MOVE SPACES TO WS-AUD-AFTER
                    STRING WS-BEF-CANT ' / ' WS-BEF-CANT-ALM1
                    DELIMITED BY SIZE INTO WS-AUD-BEFORE
                    STRING 'AVT ' WS-AV-NUM-ED ' ' CANT ' / '
                           CANT-ALM1 ' A VEHICULO ' WS-AV-ALM
                    DELIMITED BY SIZE INTO WS-AUD-AFTER
                    PERFORM 0100-WRITE-AUDIT-REC
                    MOVE 'CARGA-RUTA' TO WS-MOV-TIPO
                    COMPUTE WS-MOV-CANT = 0 - WS-V-AV-QTY
                    MOVE '1' TO WS-MOV-ALM
                    MOVE WS-V-NEWCANT TO WS-MOV-SALDO
                    PERFORM 0100-MOV-REF-DOC
                    PERFORM 0100-WRITE-MOV-REC
                 END-IF
           END-READ
           CLOSE INVENTARIO
           IF WS-AV-LINE-OK = 1 THEN
              PERFORM 0100-VAN-IN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VAN-IN : Adds WS-V-AV-QTY of WS-CODART to the van, with
      *    its kardex record.
      *-----------------------------------------------------------------
       0100-VAN-IN.
           OPEN I-O STOCKALM
           MOVE WS-CODART TO SAL-CODART
           MOVE WS-AV-ALM TO SAL-ALM
           READ STOCKALM
              INVALID KEY
                 MOVE WS-CODART TO SAL-CODART
                 MOVE WS-AV-ALM TO SAL-ALM
                 MOVE WS-V-AV-QTY TO SAL-CANT
                 MOVE SPACES TO SAL-NIVELES
                 WRITE SAL-REG
              NOT INVALID KEY
                 ADD WS-V-AV-QTY TO SAL-CANT
                 REWRITE SAL-REG
           END-READ
           MOVE SAL-CANT TO WS-V-AV-SALDO
           CLOSE STOCKALM
           MOVE 'CARGA-RUTA' TO WS-MOV-TIPO
           MOVE WS-V-AV-QTY TO WS-MOV-CANT
           MOVE WS-AV-ALM(1:1) TO WS-MOV-ALM
           MOVE WS-V-AV-SALDO TO WS-MOV-SALDO
           PERFORM 0100-MOV-REF-DOC
           PERFORM 0100-WRITE-MOV-REC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VAN-OUT : Takes WS-V-AV-QTY of WS-CODART off the van,
      *    refusing to go below zero; WS-AV-LINE-OK ends 1 when it was
      *    taken. The kardex record carries the movement type loaded
      *    by the caller.
      *-----------------------------------------------------------------
       0100-VAN-OUT.
           SET WS-AV-LINE-OK TO 0
           OPEN I-O STOCKALM
           MOVE WS-CODART TO SAL-CODART
           MOVE WS-AV-ALM TO SAL-ALM
           READ STOCKALM
              INVALID KEY
                 DISPLAY WS-MSG-AVNH LINE 24 COL 01
              NOT INVALID KEY
                 COMPUTE WS-V-AV-SALDO = SAL-CANT - WS-V-AV-QTY
                 IF WS-V-AV-SALDO < 0 THEN
                    DISPLAY WS-MSG-AVNH LINE 24 COL 01
                 ELSE
                    SET WS-AV-LINE-OK TO 1
                    MOVE WS-V-AV-SALDO TO SAL-CANT
                    REWRITE SAL-REG
                 END-IF
           END-READ
           CLOSE STOCKALM
           IF WS-AV-LINE-OK = 1 THEN
              COMPUTE WS-MOV-CANT = 0 - WS-V-AV-QTY
              MOVE WS-AV-ALM(1:1) TO WS-MOV-ALM
              MOVE WS-V-AV-SALDO TO WS-MOV-SALDO
              PERFORM 0100-MOV-REF-DOC
              PERFORM 0100-WRITE-MOV-REC
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MOV-REF-DOC : Kardex reference of the document or of
      *    the settlement being posted.
      *-----------------------------------------------------------------
       0100-MOV-REF-DOC.
           MOVE SPACES TO WS-MOV-REF
           STRING WS-AV-REF ' ALM ' WS-AV-ALM
           DELIMITED BY SIZE INTO WS-MOV-REF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-LINE-SOLD : One route sale line. The units leave
      *    the van (CANT already let them go at the load-out) and, now
      *    that they are sold, their lots and cost layers are consumed
      *    as the invoice posting does.
      *-----------------------------------------------------------------
       0100-POST-LINE-SOLD.
           MOVE WS-AV-T-CODART(WS-AV-IDX) TO WS-CODART
           MOVE WS-AV-T-CANT(WS-AV-IDX) TO WS-V-AV-QTY
           MOVE 'VENTA-RUTA' TO WS-MOV-TIPO
           PERFORM 0100-VAN-OUT
           IF WS-AV-LINE-OK = 0 THEN
              GO TO 0100-POST-LINE-SOLD-FIN
           END-IF
           MOVE 'VENTA-RUTA' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE WS-V-AV-SALDO TO WS-DISPON-ED
           MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
           STRING 'VEHICULO ' WS-AV-ALM ' CLIENTE ' WS-AV-CLIENTE
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'AVT ' WS-AV-NUM-ED ' FAC ' WS-FAC-NUM-ED
                  ' SALDO ' WS-DISPON-ED
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           PERFORM 0100-FEFO-CONSUME-AVT
           MOVE WS-V-AV-QTY TO WS-V-CAP-QTY
           PERFORM 0100-EAT-COST-LAYERS.
       0100-POST-LINE-SOLD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FEFO-CONSUME-AVT : Draws WS-V-AV-QTY down from the
      *    article's lots first-expiry-first-out, exactly as FACTUR01's
      *    posting does, leaving one AVT-LOTE trace record per lot
      *    consumed and warning on an expired-only lot.
      *-----------------------------------------------------------------
       0100-FEFO-CONSUME-AVT.
           MOVE WS-AV-FECHA TO WS-FEFO-HOY
           MOVE WS-V-AV-QTY TO WS-LOT-REMAIN
           OPEN I-O LOTES
           IF WS-LOT-STATUS NOT = '00' AND WS-LOT-STATUS NOT = '05'
              CLOSE LOTES
           ELSE
              SET WS-LOT-FOUND TO 1
              PERFORM UNTIL WS-LOT-REMAIN = 0 OR WS-LOT-FOUND = 0
                 PERFORM 0100-FEFO-FIND-LOT-AVT
                 IF WS-LOT-FOUND = 1 THEN
                    IF WS-LOT-BEST-FV < WS-FEFO-HOY THEN
                       DISPLAY WS-MSG-AVLV LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                       DISPLAY WS-SPC LINE 24 COL 01
                    END-IF
                    PERFORM 0100-FEFO-TAKE-LOT-AVT
                 END-IF
              END-PERFORM
              CLOSE LOTES
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FEFO-FIND-LOT-AVT : The article's lot with stock that
      *    expires first; lots without expiry date go last.
      *-----------------------------------------------------------------
       0100-FEFO-FIND-LOT-AVT.
           SET WS-LOT-FOUND TO 0
           MOVE SPACES TO WS-LOT-BEST-NUM
           MOVE HIGH-VALUES TO WS-LOT-BEST-FV
           MOVE WS-CODART TO LOT-CODART
           MOVE LOW-VALUES TO LOT-NUM
           START LOTES KEY IS NOT LESS THAN LOT-CLAVE
              INVALID KEY
                 CONTINUE
           END-START
           IF WS-LOT-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ LOTES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF LOT-CODART NOT = WS-CODART THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          MOVE LOT-CANT TO WS-V-LOT-CANT
                          IF LOT-FVENCE = SPACES THEN
                             MOVE '99999999' TO WS-LOT-CMP-FV
                          ELSE
                             MOVE LOT-FVENCE TO WS-LOT-CMP-FV
                          END-IF
                          IF WS-V-LOT-CANT > 0
                          AND WS-LOT-CMP-FV < WS-LOT-BEST-FV THEN
                             MOVE WS-LOT-CMP-FV TO WS-LOT-BEST-FV
                             MOVE LOT-NUM TO WS-LOT-BEST-NUM
                             SET WS-LOT-FOUND TO 1
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FEFO-TAKE-LOT-AVT : Discounts what it can of the
      *    pending quantity from the chosen lot and logs the trace.
      *-----------------------------------------------------------------
       0100-FEFO-TAKE-LOT-AVT.
           MOVE WS-CODART TO LOT-CODART
           MOVE WS-LOT-BEST-NUM TO LOT-NUM
           READ LOTES
              INVALID KEY
                 SET WS-LOT-FOUND TO 0
              NOT INVALID KEY
                 MOVE LOT-CANT TO WS-V-LOT-CANT
                 IF WS-V-LOT-CANT > WS-LOT-REMAIN THEN
                    MOVE WS-LOT-REMAIN TO WS-V-FEFO-TOMA
                    COMPUTE WS-V-LOT-CANT =
                       WS-V-LOT-CANT - WS-LOT-REMAIN
                    MOVE 0 TO WS-LOT-REMAIN
                 ELSE
                    MOVE WS-V-LOT-CANT TO WS-V-FEFO-TOMA
                    COMPUTE WS-LOT-REMAIN =
                       WS-LOT-REMAIN - WS-V-LOT-CANT
                    MOVE 0 TO WS-V-LOT-CANT
                 END-IF
                 MOVE WS-V-LOT-CANT TO LOT-CANT
                 REWRITE LOT-REG
                 MOVE 'AVT-LOTE' TO WS-MOV-TIPO
                 MOVE 0 TO WS-MOV-CANT
                 MOVE WS-AV-ALM(1:1) TO WS-MOV-ALM
                 MOVE WS-V-LOT-CANT TO WS-MOV-SALDO
                 MOVE SPACES TO WS-MOV-REF
                 STRING WS-AV-REF ' ' WS-LOT-BEST-NUM(1:9)
                 DELIMITED BY SIZE INTO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-DOC : Prints the route document. The load-out and
      *    the return are signed by whoever hands the goods over and
      *    whoever receives them.
      *-----------------------------------------------------------------
       0100-PRINT-DOC.
           OPEN OUTPUT AVTPRN
           MOVE SPACES TO AVTPRN-RECORD
           EVALUATE TRUE
              WHEN WS-AV-CARGA
                 STRING 'CARGA DEL VEHICULO No.: ' WS-AV-NUM-ED
                 DELIMITED BY SIZE INTO AVTPRN-RECORD
              WHEN WS-AV-VENTA
                 MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
                 STRING 'VENTA EN RUTA No.: ' WS-AV-NUM-ED
                        '  FACTURA No.: ' WS-FAC-NUM-ED
                 DELIMITED BY SIZE INTO AVTPRN-RECORD
              WHEN OTHER
                 STRING 'DEVOLUCION DEL VEHICULO No.: ' WS-AV-NUM-ED
                 DELIMITED BY SIZE INTO AVTPRN-RECORD
           END-EVALUATE
           WRITE AVTPRN-RECORD
           MOVE SPACES TO AVTPRN-RECORD
           STRING 'FECHA: ' WS-AV-FECHA
                  '  VEHICULO: ' WS-AV-ALM ' ' WS-AV-ALMNOM
                  '  CONDUCTOR: ' WS-AV-CONDUCTOR
           DELIMITED BY SIZE INTO AVTPRN-RECORD
           WRITE AVTPRN-RECORD
           IF WS-AV-VENTA THEN
              MOVE SPACES TO AVTPRN-RECORD
              IF WS-AV-ES-CONTADO THEN
                 STRING 'CLIENTE: ' WS-AV-CLIENTE ' ' WS-AV-NOMBRE
                        '  CONTADO'
                 DELIMITED BY SIZE INTO AVTPRN-RECORD
              ELSE
                 STRING 'CLIENTE: ' WS-AV-CLIENTE ' ' WS-AV-NOMBRE
                        '  CREDITO'
                 DELIMITED BY SIZE INTO AVTPRN-RECORD
              END-IF
              WRITE AVTPRN-RECORD
           END-IF
           MOVE WS-HYPHNS(1:80) TO AVTPRN-RECORD
           WRITE AVTPRN-RECORD
           MOVE 'CODIGO     DESCRIPCION                        '-
       'CANTIDAD       VALOR' TO AVTPRN-RECORD
           WRITE AVTPRN-RECORD
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-LCNT
              MOVE SPACES TO AVTPRN-RECORD
              STRING WS-AV-T-CODART(WS-AV-IDX) ' '
                     WS-AV-T-DESCART(WS-AV-IDX) ' '
                     WS-AV-T-CANT(WS-AV-IDX) ' '
                     WS-AV-T-TOTAL(WS-AV-IDX)
              DELIMITED BY SIZE INTO AVTPRN-RECORD
              WRITE AVTPRN-RECORD
           END-PERFORM
           MOVE WS-HYPHNS(1:80) TO AVTPRN-RECORD
           WRITE AVTPRN-RECORD
           MOVE WS-V-AV-TOTAL TO WS-AV-TOTAL-ED
           MOVE SPACES TO AVTPRN-RECORD
           STRING 'TOTAL: ' WS-AV-TOTAL-ED
           DELIMITED BY SIZE INTO AVTPRN-RECORD
           WRITE AVTPRN-RECORD
           IF NOT WS-AV-VENTA THEN
              MOVE SPACES TO AVTPRN-RECORD
              WRITE AVTPRN-RECORD
              MOVE 'ENTREGA: ____________________  RECIBE: '-
       '____________________' TO AVTPRN-RECORD
              WRITE AVTPRN-RECORD
           END-IF
           CLOSE AVTPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SETTLE : End-of-day settlement of one van. Gathers what
      *    the van loaded and sold today and what it still carries,
      *    takes the blind count of what comes back and of the cash
      *    handed in, shows the shortages and, confirmed, posts them.
      *-----------------------------------------------------------------
       0100-SETTLE.
           PERFORM 0100-LOAD-PARAMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              DISPLAY WS-MSG-AVLN LINE 24 COL 01
              GO TO 0100-SETTLE-FIN
           END-IF
           MOVE WS-DATETIME(1:8) TO WS-AV-FECHA
           DISPLAY 'Liquidacion de ruta del...:' LINE 06 COL 01
           DISPLAY WS-AV-FECHA LINE 06 COL 29
           PERFORM 0100-GET-VEHICULO THRU 0100-GET-VEHICULO-FIN
           IF WS-AV-ALM-OK = 0 THEN
              DISPLAY WS-MSG-AVLN LINE 24 COL 01
              GO TO 0100-SETTLE-FIN
           END-IF
           MOVE 0 TO WS-LQ-CNT
           MOVE 0 TO WS-V-LQ-EFEESP
           PERFORM 0100-SCAN-DOCS
           PERFORM 0100-SCAN-VAN
           IF WS-LQ-CNT = 0 AND WS-V-LQ-EFEESP = 0 THEN
              DISPLAY WS-MSG-AVSN LINE 24 COL 01
              GO TO 0100-SETTLE-FIN
           END-IF
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX > WS-LQ-CNT
              MOVE 0 TO WS-LQ-T-DEVUELTO(WS-LQ-IDX)
              IF WS-LQ-T-ABORDO(WS-LQ-IDX) > 0 THEN
                 PERFORM 0100-GET-RETURN
              END-IF
           END-PERFORM
           DISPLAY WS-SPC LINE 09 COL 01
           DISPLAY WS-SPC LINE 10 COL 01
           DISPLAY WS-MSG-AVEF LINE 12 COL 01
           MOVE WS-ZERO TO WS-LQ-EFE-IN
           ACCEPT WS-LQ-EFE-IN LINE 12 COL 40
           MOVE WS-LQ-EFE-IN TO WS-V-LQ-EFEREC
           PERFORM 0100-CALC-SETTLE
           PERFORM 0100-SHOW-SETTLE
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-AVLN LINE 24 COL 01
              GO TO 0100-SETTLE-FIN
           END-IF
           PERFORM 0100-POST-SETTLE THRU 0100-POST-SETTLE-FIN.
       0100-SETTLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-DOCS : Walks today's documents of the van in
      *    AUTOVEN.DAT, adding up per article what was loaded and what
      *    was sold, and the cash the driver should bring back from
      *    the cash sales whose invoice was not voided since.
      *-----------------------------------------------------------------
       0100-SCAN-DOCS.
           OPEN INPUT AUTOVEN
           IF WS-AVT-STATUS = '00' THEN
              SET WS-AV-EOF TO 0
           ELSE
              SET WS-AV-EOF TO 1
           END-IF
           PERFORM UNTIL WS-AV-EOF = 1
              READ AUTOVEN NEXT RECORD
                 AT END
                    SET WS-AV-EOF TO 1
                 NOT AT END
                    IF AVT-ALM = WS-AV-ALM
                    AND AVT-FECHA = WS-AV-FECHA THEN
                       PERFORM 0100-SCAN-DOC-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE AUTOVEN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-DOC-REC : One record of the van's documents.
      *-----------------------------------------------------------------
       0100-SCAN-DOC-REC.
           IF AVT-LIN = 0 THEN
              IF AVT-TIPO-VENTA AND AVT-ES-CONTADO THEN
                 PERFORM 0100-CASH-INVOICE
              END-IF
           ELSE
              IF AVT-TIPO-CARGA OR AVT-TIPO-VENTA THEN
                 MOVE AVT-CODART TO WS-CODART
                 PERFORM 0100-FIND-LQ-ROW
                 IF WS-LQ-IDX > 0 THEN
                    MOVE AVT-CANT TO WS-V-AV-QTY
                    IF AVT-TIPO-CARGA THEN
                       ADD WS-V-AV-QTY TO WS-LQ-T-CARGA(WS-LQ-IDX)
                    ELSE
                       ADD WS-V-AV-QTY TO WS-LQ-T-VENTA(WS-LQ-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CASH-INVOICE : Adds the total of the cash route sale in
      *    the record area to the cash expected, unless its invoice
      *    carries the void mark.
      *-----------------------------------------------------------------
       0100-CASH-INVOICE.
           MOVE AVT-TOTAL TO WS-V-LQ-VALOR
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '00' THEN
              MOVE AVT-FACREF TO FAC-NUM
              MOVE 0 TO FAC-LIN
              READ FACTURAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FAC-ANULADA THEN
                       MOVE 0 TO WS-V-LQ-VALOR
                    END-IF
              END-READ
           END-IF
           CLOSE FACTURAS
           ADD WS-V-LQ-VALOR TO WS-V-LQ-EFEESP
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-VAN : What the van still carries now, per article.
      *-----------------------------------------------------------------
       0100-SCAN-VAN.
           OPEN INPUT STOCKALM
           IF WS-SAL-STATUS = '00' THEN
              SET WS-AV-EOF TO 0
           ELSE
              SET WS-AV-EOF TO 1
           END-IF
           PERFORM UNTIL WS-AV-EOF = 1
              READ STOCKALM NEXT RECORD
                 AT END
                    SET WS-AV-EOF TO 1
                 NOT AT END
                    IF SAL-ALM = WS-AV-ALM AND SAL-CANT > 0 THEN
                       MOVE SAL-CODART TO WS-CODART
                       PERFORM 0100-FIND-LQ-ROW
                       IF WS-LQ-IDX > 0 THEN
                          MOVE SAL-CANT TO WS-LQ-T-ABORDO(WS-LQ-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STOCKALM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-LQ-ROW : Row of WS-CODART on the settlement table
      *    in WS-LQ-IDX, opening one when the article is new; zero
      *    when the table is full.
      *-----------------------------------------------------------------
       0100-FIND-LQ-ROW.
           MOVE 0 TO WS-AV-IDX
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX > WS-LQ-CNT OR WS-AV-IDX > 0
              IF WS-LQ-T-CODART(WS-LQ-IDX) = WS-CODART THEN
                 MOVE WS-LQ-IDX TO WS-AV-IDX
              END-IF
           END-PERFORM
           IF WS-AV-IDX = 0 AND WS-LQ-CNT < 100 THEN
              PERFORM 0100-FIND-ARTICLE
              ADD 1 TO WS-LQ-CNT
              MOVE WS-LQ-CNT TO WS-AV-IDX
              MOVE WS-CODART TO WS-LQ-T-CODART(WS-AV-IDX)
              MOVE WS-DESCART TO WS-LQ-T-DESCART(WS-AV-IDX)
              MOVE WS-V-VRUNIT TO WS-LQ-T-VRUNIT(WS-AV-IDX)
              MOVE WS-AV-TAXCLASS TO WS-LQ-T-TAXCLASS(WS-AV-IDX)
              MOVE 0 TO WS-LQ-T-CARGA(WS-AV-IDX)
              MOVE 0 TO WS-LQ-T-VENTA(WS-AV-IDX)
              MOVE 0 TO WS-LQ-T-ABORDO(WS-AV-IDX)
              MOVE 0 TO WS-LQ-T-DEVUELTO(WS-AV-IDX)
              MOVE 0 TO WS-LQ-T-FALTA(WS-AV-IDX)
           END-IF
           MOVE WS-AV-IDX TO WS-LQ-IDX
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-RETURN : Blind count of one article coming back
      *    from the van; never above what the van should carry.
      *-----------------------------------------------------------------
       0100-GET-RETURN.
           DISPLAY WS-SPC LINE 09 COL 01
           DISPLAY WS-LQ-T-CODART(WS-LQ-IDX) LINE 09 COL 01
           DISPLAY WS-LQ-T-DESCART(WS-LQ-IDX) LINE 09 COL 12
           DISPLAY WS-MSG-AVDV LINE 10 COL 01
           MOVE WS-ZERO TO WS-AV-QTY
           ACCEPT WS-AV-QTY LINE 10 COL 40
           MOVE WS-AV-QTY TO WS-V-AV-QTY
           PERFORM UNTIL WS-V-AV-QTY NOT > WS-LQ-T-ABORDO(WS-LQ-IDX)
              DISPLAY WS-MSG-AVDX LINE 24 COL 01
              ACCEPT WS-AV-QTY LINE 10 COL 40
              MOVE WS-AV-QTY TO WS-V-AV-QTY
           END-PERFORM
           DISPLAY WS-SPC LINE 24 COL 01
           MOVE WS-V-AV-QTY TO WS-LQ-T-DEVUELTO(WS-LQ-IDX)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CALC-SETTLE : Units missing per article (what the van
      *    should carry less what came back) valued at sale price, the
      *    cash short or over, and the total charged to the driver.
      *-----------------------------------------------------------------
       0100-CALC-SETTLE.
           MOVE 0 TO WS-V-LQ-VALFALTA
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX > WS-LQ-CNT
              COMPUTE WS-LQ-T-FALTA(WS-LQ-IDX) =
                 WS-LQ-T-ABORDO(WS-LQ-IDX) -
                 WS-LQ-T-DEVUELTO(WS-LQ-IDX)
              COMPUTE WS-V-LQ-VALOR = WS-LQ-T-FALTA(WS-LQ-IDX) *
                 WS-LQ-T-VRUNIT(WS-LQ-IDX)
              ADD WS-V-LQ-VALOR TO WS-V-LQ-VALFALTA
           END-PERFORM
           MOVE 0 TO WS-V-LQ-EFEFALTA
           MOVE 0 TO WS-V-LQ-EFESOBRA
           IF WS-V-LQ-EFEREC < WS-V-LQ-EFEESP THEN
              COMPUTE WS-V-LQ-EFEFALTA =
                 WS-V-LQ-EFEESP - WS-V-LQ-EFEREC
           ELSE
              COMPUTE WS-V-LQ-EFESOBRA =
                 WS-V-LQ-EFEREC - WS-V-LQ-EFEESP
           END-IF
           COMPUTE WS-V-LQ-CARGO = WS-V-LQ-VALFALTA + WS-V-LQ-EFEFALTA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOW-SETTLE : The settlement totals on screen.
      *-----------------------------------------------------------------
       0100-SHOW-SETTLE.
           MOVE WS-V-LQ-VALFALTA TO WS-LQ-VAL-ED
           DISPLAY 'Faltante en unidades (a precio de venta):'
              LINE 14 COL 01
           DISPLAY WS-LQ-VAL-ED LINE 14 COL 45
           MOVE WS-V-LQ-EFEESP TO WS-LQ-VAL-ED
           DISPLAY 'Efectivo esperado (ventas de contado)...:'
              LINE 15 COL 01
           DISPLAY WS-LQ-VAL-ED LINE 15 COL 45
           MOVE WS-V-LQ-EFEREC TO WS-LQ-VAL-ED
           DISPLAY 'Efectivo entregado......................:'
              LINE 16 COL 01
           DISPLAY WS-LQ-VAL-ED LINE 16 COL 45
           MOVE WS-V-LQ-EFEFALTA TO WS-LQ-VAL-ED
           DISPLAY 'Faltante de efectivo....................:'
              LINE 17 COL 01
           DISPLAY WS-LQ-VAL-ED LINE 17 COL 45
           MOVE WS-V-LQ-EFESOBRA TO WS-LQ-VAL-ED
           DISPLAY 'Sobrante de efectivo....................:'
              LINE 18 COL 01
           DISPLAY WS-LQ-VAL-ED LINE 18 COL 45
           MOVE WS-V-LQ-CARGO TO WS-LQ-VAL-ED
           DISPLAY 'CARGO AL CONDUCTOR......................:'
              LINE 19 COL 01
           DISPLAY WS-LQ-VAL-ED LINE 19 COL 45
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-SETTLE : Posts the confirmed settlement. It is
      *    recorded first in LIQRUTA.DAT, so the route can never be
      *    settled twice; then the returned units go back to the
      *    Almacen Principal on a return document, the missing units
      *    are written off the van and the sheet is printed.
      *-----------------------------------------------------------------
       0100-POST-SETTLE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(9:6) TO WS-LQ-HORA
           PERFORM 0100-CHECK-LIQUIDADA
           IF WS-AV-LIQUIDADA = 1 THEN
              DISPLAY WS-MSG-AVLE LINE 24 COL 01
              GO TO 0100-POST-SETTLE-FIN
           END-IF
           MOVE 'D' TO WS-AV-TIPO
           MOVE SPACES TO WS-AV-CLIENTE
           MOVE SPACES TO WS-AV-NOMBRE
           MOVE 'N' TO WS-AV-CONTADO
           MOVE 0 TO WS-FAC-NUM
           MOVE 0 TO WS-AV-LCNT
           MOVE 0 TO WS-V-AV-TOTAL
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX > WS-LQ-CNT
              IF WS-LQ-T-DEVUELTO(WS-LQ-IDX) > 0 THEN
                 PERFORM 0100-ADD-RETURN-LINE
              END-IF
           END-PERFORM
           MOVE 0 TO WS-LQ-DEVNUM
           IF WS-AV-LCNT > 0 THEN
              MOVE WS-PAR-NEXTAVT TO WS-AV-NUM
              IF WS-AV-NUM = 0 THEN
                 MOVE 1 TO WS-AV-NUM
              END-IF
              MOVE WS-AV-NUM TO WS-AV-NUM-ED
              PERFORM 0100-CHECK-DOC-NUM
              IF WS-AV-FOUND = 1 THEN
                 DISPLAY WS-MSG-AVER LINE 24 COL 01
                 GO TO 0100-POST-SETTLE-FIN
              END-IF
              MOVE WS-AV-NUM TO WS-LQ-DEVNUM
           END-IF
           PERFORM 0100-WRITE-LIQRUTA
           IF WS-AV-LCNT > 0 THEN
              MOVE SPACES TO WS-AV-REF
              STRING 'AVT ' WS-AV-NUM-ED
              DELIMITED BY SIZE INTO WS-AV-REF
              PERFORM 0100-WRITE-DOC
              PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                      UNTIL WS-AV-IDX > WS-AV-LCNT
                 PERFORM 0100-POST-LINE-BACK
                    THRU 0100-POST-LINE-BACK-FIN
              END-PERFORM
              COMPUTE WS-PAR-NEXTAVT = WS-AV-NUM + 1
              PERFORM 0100-SAVE-PARAMS
              PERFORM 0100-PRINT-DOC
           END-IF
           MOVE SPACES TO WS-AV-REF
           STRING 'LIQ ' WS-AV-FECHA(3:6)
           DELIMITED BY SIZE INTO WS-AV-REF
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX > WS-LQ-CNT
              IF WS-LQ-T-FALTA(WS-LQ-IDX) > 0 THEN
                 PERFORM 0100-POST-SHORTAGE
                    THRU 0100-POST-SHORTAGE-FIN
              END-IF
           END-PERFORM
           MOVE 'LIQ-RUTA' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-CODART
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'VEHICULO ' WS-AV-ALM ' CONDUCTOR ' WS-AV-CONDUCTOR
                  ' FECHA ' WS-AV-FECHA
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           MOVE WS-V-LQ-CARGO TO WS-LQ-VAL-ED
           STRING 'CARGO AL CONDUCTOR ' WS-LQ-VAL-ED
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           PERFORM 0100-PRINT-SHEET
           DISPLAY WS-MSG-AVLO LINE 24 COL 01.
       0100-POST-SETTLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-RETURN-LINE : Puts the units counted back of the
      *    settlement row WS-LQ-IDX on the return document.
      *-----------------------------------------------------------------
       0100-ADD-RETURN-LINE.
           ADD 1 TO WS-AV-LCNT
           MOVE WS-LQ-T-DEVUELTO(WS-LQ-IDX) TO WS-V-AV-QTY
           COMPUTE WS-V-AV-LINTOT =
              WS-V-AV-QTY * WS-LQ-T-VRUNIT(WS-LQ-IDX)
           ADD WS-V-AV-LINTOT TO WS-V-AV-TOTAL
           MOVE WS-LQ-T-CODART(WS-LQ-IDX) TO WS-AV-T-CODART(WS-AV-LCNT)
           MOVE WS-LQ-T-DESCART(WS-LQ-IDX)
              TO WS-AV-T-DESCART(WS-AV-LCNT)
           MOVE WS-V-AV-QTY TO WS-AV-T-CANT(WS-AV-LCNT)
           MOVE WS-LQ-T-VRUNIT(WS-LQ-IDX) TO WS-AV-T-VRUNIT(WS-AV-LCNT)
           MOVE WS-V-AV-LINTOT TO WS-AV-T-TOTAL(WS-AV-LCNT)
           MOVE WS-LQ-T-TAXCLASS(WS-LQ-IDX)
              TO WS-AV-T-TAXCLASS(WS-AV-LCNT)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-LIQRUTA : Records the settlement of the van and
      *    day with what was charged to the driver.
      *-----------------------------------------------------------------
       0100-WRITE-LIQRUTA.
           OPEN I-O LIQRUTA
           MOVE SPACES TO LQR-REG
           MOVE WS-AV-ALM TO LQR-ALM
           MOVE WS-AV-FECHA TO LQR-FECHA
           MOVE WS-AV-CONDUCTOR TO LQR-CONDUCTOR
           MOVE WS-LQ-DEVNUM TO LQR-DEVNUM
           MOVE WS-V-LQ-VALFALTA TO LQR-VALFALTA
           MOVE WS-V-LQ-EFEESP TO LQR-EFEESP
           MOVE WS-V-LQ-EFEREC TO LQR-EFEREC
           MOVE WS-V-LQ-EFEFALTA TO LQR-EFEFALTA
           MOVE WS-V-LQ-EFESOBRA TO LQR-EFESOBRA
           MOVE WS-V-LQ-CARGO TO LQR-CARGO
           MOVE WS-OPERATOR-ID TO LQR-OPERADOR
           MOVE WS-LQ-HORA TO LQR-HORA
           WRITE LQR-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE LIQRUTA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-LINE-BACK : One return line. The units leave the
      *    van and come back into CANT and CANT-ALM1, with audit and
      *    kardex records.
      *-----------------------------------------------------------------
       0100-POST-LINE-BACK.
           MOVE WS-AV-T-CODART(WS-AV-IDX) TO WS-CODART
           MOVE WS-AV-T-CANT(WS-AV-IDX) TO WS-V-AV-QTY
           MOVE 'DEVOL-RUTA' TO WS-MOV-TIPO
           PERFORM 0100-VAN-OUT
           IF WS-AV-LINE-OK = 0 THEN
              GO TO 0100-POST-LINE-BACK-FIN
           END-IF
           OPEN I-O INVENTARIO
           MOVE WS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CANT TO WS-BEF-CANT
                 MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 COMPUTE WS-V-NEWCANT = WS-V-CANT + WS-V-AV-QTY
                 COMPUTE WS-V-NEWCANT-ALM =
                    WS-V-CANT-ALM1 + WS-V-AV-QTY
                 MOVE WS-V-NEWCANT TO CANT
                 MOVE WS-V-NEWCANT-ALM TO CANT-ALM1
                 MOVE WS-AV-FECHA TO LASTMOV
                 REWRITE INVENT-REG
                 MOVE 'DEVOL-RUTA' TO WS-AUD-TTYPE
                 MOVE SPACES TO WS-AUD-BEFORE
                 MOVE SPACES TO WS-AUD-AFTER
                 STRING WS-BEF-CANT ' / ' WS-BEF-CANT-ALM1
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE
                 STRING 'AVT ' WS-AV-NUM-ED ' ' CANT ' / '
                        CANT-ALM1 ' DE VEHICULO ' WS-AV-ALM
                 DELIMITED BY SIZE INTO WS-AUD-AFTER
                 PERFORM 0100-WRITE-AUDIT-REC
                 MOVE 'DEVOL-RUTA' TO WS-MOV-TIPO
                 MOVE WS-V-AV-QTY TO WS-MOV-CANT
                 MOVE '1' TO WS-MOV-ALM
                 MOVE WS-V-NEWCANT TO WS-MOV-SALDO
                 PERFORM 0100-MOV-REF-DOC
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           CLOSE INVENTARIO.
       0100-POST-LINE-BACK-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-SHORTAGE : Writes the units of settlement row
      *    WS-LQ-IDX that did not come back off the van. They are gone
      *    for good, so their lots and cost layers are consumed as a
      *    sale would; their value is part of the driver's charge.
      *-----------------------------------------------------------------
       0100-POST-SHORTAGE.
           MOVE WS-LQ-T-CODART(WS-LQ-IDX) TO WS-CODART
           MOVE WS-LQ-T-FALTA(WS-LQ-IDX) TO WS-V-AV-QTY
           MOVE 'FALTA-RUTA' TO WS-MOV-TIPO
           PERFORM 0100-VAN-OUT
           IF WS-AV-LINE-OK = 0 THEN
              GO TO 0100-POST-SHORTAGE-FIN
           END-IF
           COMPUTE WS-V-LQ-VALOR =
              WS-V-AV-QTY * WS-LQ-T-VRUNIT(WS-LQ-IDX)
           MOVE 'FALTA-RUTA' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE WS-V-AV-QTY TO WS-LQ-FAL-ED
           MOVE WS-V-LQ-VALOR TO WS-LQ-VAL-ED
           STRING 'VEHICULO ' WS-AV-ALM ' CONDUCTOR ' WS-AV-CONDUCTOR
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'FALTANTE ' WS-LQ-FAL-ED ' VALOR ' WS-LQ-VAL-ED
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           PERFORM 0100-FEFO-CONSUME-AVT
           MOVE WS-V-AV-QTY TO WS-V-CAP-QTY
           PERFORM 0100-EAT-COST-LAYERS.
       0100-POST-SHORTAGE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-SHEET : Prints the settlement sheet: per article
      *    what the van started with, loaded, sold, brought back and
      *    is missing, then the cash and the charge to the driver,
      *    with the signatures of the driver and of whoever receives.
      *-----------------------------------------------------------------
       0100-PRINT-SHEET.
           OPEN OUTPUT LQRPRN
           MOVE SPACES TO LQRPRN-RECORD
           STRING 'LIQUIDACION DE RUTA - VEHICULO: ' WS-AV-ALM ' '
                  WS-AV-ALMNOM
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE WS-LQ-DEVNUM TO WS-AV-NUM-ED
           MOVE SPACES TO LQRPRN-RECORD
           STRING 'FECHA: ' WS-AV-FECHA
                  '  CONDUCTOR: ' WS-AV-CONDUCTOR
                  '  DEVOLUCION No.: ' WS-AV-NUM-ED
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE 'CODIGO     DESCRIPCION            INICIAL   CAR'-
       'GADO   VENDIDO DEVUELTO FALTANTE' TO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           PERFORM VARYING WS-LQ-IDX FROM 1 BY 1
                   UNTIL WS-LQ-IDX > WS-LQ-CNT
              PERFORM 0100-PRINT-SHEET-LINE
           END-PERFORM
           MOVE WS-HYPHNS(1:80) TO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE WS-V-LQ-VALFALTA TO WS-LQ-VAL-ED
           MOVE SPACES TO LQRPRN-RECORD
           STRING 'FALTANTE EN UNIDADES (A PRECIO DE VENTA): '
                  WS-LQ-VAL-ED
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE WS-V-LQ-EFEESP TO WS-LQ-VAL-ED
           MOVE SPACES TO LQRPRN-RECORD
           STRING 'EFECTIVO ESPERADO (VENTAS DE CONTADO)...: '
                  WS-LQ-VAL-ED
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE WS-V-LQ-EFEREC TO WS-LQ-VAL-ED
           MOVE SPACES TO LQRPRN-RECORD
           STRING 'EFECTIVO ENTREGADO......................: '
                  WS-LQ-VAL-ED
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE WS-V-LQ-EFEFALTA TO WS-LQ-VAL-ED
           MOVE SPACES TO LQRPRN-RECORD
           STRING 'FALTANTE DE EFECTIVO....................: '
                  WS-LQ-VAL-ED
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE WS-V-LQ-EFESOBRA TO WS-LQ-VAL-ED
           MOVE SPACES TO LQRPRN-RECORD
           STRING 'SOBRANTE DE EFECTIVO....................: '
                  WS-LQ-VAL-ED
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE WS-V-LQ-CARGO TO WS-LQ-VAL-ED
           MOVE SPACES TO LQRPRN-RECORD
           STRING 'TOTAL CARGO AL CONDUCTOR................: '
                  WS-LQ-VAL-ED
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE SPACES TO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           MOVE 'CONDUCTOR: ____________________  RECIBE: '-
       '____________________' TO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           CLOSE LQRPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-SHEET-LINE : One article of the settlement sheet.
      *    The van starts the day with what it carries now, less what
      *    it loaded, plus what it sold.
      *-----------------------------------------------------------------
       0100-PRINT-SHEET-LINE.
           COMPUTE WS-V-LQ-INICIAL = WS-LQ-T-ABORDO(WS-LQ-IDX)
              - WS-LQ-T-CARGA(WS-LQ-IDX) + WS-LQ-T-VENTA(WS-LQ-IDX)
           MOVE WS-V-LQ-INICIAL TO WS-LQ-INI-ED
           MOVE WS-LQ-T-CARGA(WS-LQ-IDX) TO WS-LQ-CAR-ED
           MOVE WS-LQ-T-VENTA(WS-LQ-IDX) TO WS-LQ-VEN-ED
           MOVE WS-LQ-T-DEVUELTO(WS-LQ-IDX) TO WS-LQ-DEV-ED
           MOVE WS-LQ-T-FALTA(WS-LQ-IDX) TO WS-LQ-FAL-ED
           MOVE SPACES TO LQRPRN-RECORD
           STRING WS-LQ-T-CODART(WS-LQ-IDX) ' '
                  WS-LQ-T-DESCART(WS-LQ-IDX)(1:20) ' '
                  WS-LQ-INI-ED ' '
                  WS-LQ-CAR-ED ' '
                  WS-LQ-VEN-ED ' '
                  WS-LQ-DEV-ED ' '
                  WS-LQ-FAL-ED
           DELIMITED BY SIZE INTO LQRPRN-RECORD
           WRITE LQRPRN-RECORD
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
       copy "MOVIM.cpy".
      *
       copy "CAPAS.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "VENCE.cpy".
      *
       copy "PERCHK.cpy".
      *
       copy "RESCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM AUTOVEN01.
