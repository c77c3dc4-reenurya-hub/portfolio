      ******************************************************************
      * Program      : SERVIC01.cbl                                    *
      * Purpose      : Service and warranty repair orders for          *
      *                serialized articles. An order is taken in       *
      *                against a serial sold by FACTUR01: the customer *
      *                and the sale date come from that invoice and    *
      *                the warranty from the months set for the        *
      *                article in SERART.DAT. The order moves from     *
      *                received through sent to the vendor and         *
      *                repaired to returned or replaced, carries the   *
      *                parts issued from the main warehouse (with      *
      *                their kardex movement) and the labor charged,   *
      *                and an out-of-warranty repair is invoiced by    *
      *                FACTUR01. Reports of the open orders by age and *
      *                of the failure rate per article and vendor go   *
      *                to SERVIC.PRN.                                  *
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
       PROGRAM-ID. SERVIC01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "SVCSEL.cpy".
      *
       copy "SERSEL.cpy".
      *
       copy "PEDSEL.cpy".
      *
       copy "FACSEL.cpy".
      *
           SELECT SVCPRN ASSIGN TO "SERVIC.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "SVCFD.cpy".
      *
       copy "SERFD.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "FACFD.cpy".
      *
       FD SVCPRN.
       01 SVCPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-SVC-STATUS      PIC XX.
           77 WS-SER-STATUS      PIC XX.
           77 WS-SRA-STATUS      PIC XX.
           77 WS-PED-STATUS      PIC XX.
           77 WS-FAC-STATUS      PIC XX.
           77 WS-SV-OK           PIC 9 VALUE 0.
           77 WS-SV-FIN          PIC 9 VALUE 0.
           77 WS-SV-PED-OK       PIC 9 VALUE 0.
           77 WS-SV-NUM-IN       PIC 9(06) VALUE 0.
           77 WS-SV-NUM          PIC 9(06) VALUE 0.
           77 WS-SV-NUM-ED       PIC ZZZZZ9.
           77 WS-SV-CODART       PIC X(10).
           77 WS-SV-SERIAL       PIC X(20).
           77 WS-SV-CLIENTE      PIC X(10).
           77 WS-SV-FACORIG      PIC 9(06) VALUE 0.
           77 WS-SV-FAC-ED       PIC ZZZZZ9.
           77 WS-SV-FVENTA       PIC X(08).
           77 WS-SV-FGARFIN      PIC X(08).
           77 WS-SV-GARANTIA     PIC X(01).
           77 WS-SV-FALLA        PIC X(40).
           77 WS-SV-FINGRESO     PIC X(08).
           77 WS-SV-ESTADO       PIC X(01).
           77 WS-SV-NUEVO        PIC X(01).
           77 WS-SV-VENDOR       PIC X(20).
           77 WS-SV-VEND-IN      PIC X(20).
           77 WS-SV-PROV         PIC X(20).
           77 WS-SV-PEDREF       PIC 9(06) VALUE 0.
           77 WS-SV-LAST-PED     PIC 9(06) VALUE 0.
           77 WS-SV-LAST-PROV    PIC X(20).
           77 WS-SV-MESES        PIC 9(03) VALUE 0.
           77 WS-SV-AAAA         PIC 9(04) VALUE 0.
           77 WS-SV-MM           PIC 9(02) VALUE 0.
           77 WS-SV-NMES         PIC 9(06) VALUE 0.
           77 WS-SV-LCNT         PIC 9(03) VALUE 0.
           77 WS-SV-IDX          PIC 9(03) VALUE 0.
           77 WS-SV-TIPO         PIC X(01).
           77 WS-SV-REPUESTO     PIC X(10).
           77 WS-SV-DESC         PIC X(35).
           77 WS-SV-TAXCLASS     PIC X(01).
           77 WS-SV-IN           PIC X(10).
           77 WS-SV-HOY          PIC X(08).
           77 WS-SV-FECHA-N      PIC 9(08) VALUE 0.
           77 WS-SV-DIAS         PIC 9(05) VALUE 0.
           77 WS-SV-DIAS-ED      PIC ZZZZ9.
           77 WS-SV-TRAMO        PIC 9 VALUE 0.
           77 WS-SV-TRAMO-X      PIC X(05).
           77 WS-SV-CNT          PIC 9(05) VALUE 0.
           77 WS-SV-CNT-ED       PIC ZZZZ9.
           77 WS-SV-TR1-ED       PIC ZZZZ9.
           77 WS-SV-TR2-ED       PIC ZZZZ9.
           77 WS-SV-TR3-ED       PIC ZZZZ9.
           77 WS-SV-TR4-ED       PIC ZZZZ9.
           77 WS-SV-ED1          PIC ZZZZ9.99.
           77 WS-SV-ED2          PIC ZZZZ9.99.
           77 WS-SV-ED3          PIC ZZZZZZ9.99.
           77 WS-SV-VEND-ED      PIC ZZZZ9.
           77 WS-SV-FALL-ED      PIC ZZZZ9.
           77 WS-SV-PCT-ED       PIC ZZZZ9.99.
           77 WS-SV-PCT-X        PIC X(08).
           77 WS-SV-HIT          PIC 9(03) VALUE 0.
           77 WS-SV-VIDX         PIC 9(03) VALUE 0.
           77 WS-SV-NVEND        PIC 9(05) VALUE 0.
           77 WS-SV-NFALL        PIC 9(05) VALUE 0.
           77 WS-SV-FCNT         PIC 9(03) VALUE 0.
           77 WS-SV-VCNT         PIC 9(03) VALUE 0.
           77 WS-V-SV-CANT       PIC 9(5)V99 VALUE 0.
           77 WS-V-SV-VRUNIT     PIC 9(5)V99 VALUE 0.
           77 WS-V-SV-COSTO      PIC 9(5)V99 VALUE 0.
           77 WS-V-SV-EXIST      PIC 9(5)V99 VALUE 0.
           77 WS-V-SV-LINTOT     PIC 9(7)V99 VALUE 0.
           77 WS-V-SV-PCT        PIC 9(5)V99 VALUE 0.
      *
      *    OPEN ORDERS PER AGE BRACKET: 0-7, 8-15, 16-30, OVER 30 DAYS.
       01 WS-SV-TRAMOS.
           02 WS-SV-TR-CNT OCCURS 4 TIMES PIC 9(05).
      *
      *    UNITS SOLD AND SERVICE ORDERS PER ARTICLE AND VENDOR.
       01 WS-SV-FTABLE.
           02 WS-SV-FLINEA OCCURS 500 TIMES.
               03 WS-SV-F-CODART    PIC X(10).
               03 WS-SV-F-PROV      PIC X(20).
               03 WS-SV-F-VENDIDOS  PIC 9(05).
               03 WS-SV-F-FALLAS    PIC 9(05).
      *
      *    THE SAME, ADDED UP PER VENDOR.
       01 WS-SV-VTABLE.
           02 WS-SV-VLINEA OCCURS 100 TIMES.
               03 WS-SV-V-PROV      PIC X(20).
               03 WS-SV-V-VENDIDOS  PIC 9(05).
               03 WS-SV-V-FALLAS    PIC 9(05).
      *
           77 WS-ST-SV     PIC X(25) VALUE 'ORDENES DE SERVICIO      '.
           77 WS-MSG-SVOP PIC X(80) VALUE ' 1-NUEVA 2-ESTADO 3-REPUE'-
       'STOS/MANO OBRA 4-ANTIGUEDAD 5-FALLAS 9-SALE Opcion [  ]'.
           77 WS-MSG-SVAR PIC X(80) VALUE ' Articulo serializado:   '-
       '                                                       '.
           77 WS-MSG-SVSR PIC X(80) VALUE ' Numero de serie:        '-
       '                                                       '.
           77 WS-MSG-SVNV PIC X(80) VALUE ' Serial no registrado o s'-
       'in factura de venta: no se abre orden.                 '.
           77 WS-MSG-SVAB PIC X(80) VALUE ' Ese serial ya tiene una '-
       'orden de servicio abierta:                             '.
           77 WS-MSG-SVGS PIC X(80) VALUE ' EN GARANTIA. La garantia'-
       ' vence el                                              '.
           77 WS-MSG-SVGN PIC X(80) VALUE ' FUERA DE GARANTIA. La ga'-
       'rantia vencio el                                       '.
           77 WS-MSG-SVFL PIC X(80) VALUE ' Falla reportada:        '-
       '                                                       '.
           77 WS-MSG-SVOK PIC X(80) VALUE ' Orden de servicio regist'-
       'rada numero:                                           '.
           77 WS-MSG-SVNU PIC X(80) VALUE ' Numero de la orden de se'-
       'rvicio:                                                '.
           77 WS-MSG-SVNX PIC X(80) VALUE ' No existe la orden de se'-
       'rvicio.                                                '.
           77 WS-MSG-SVCE PIC X(80) VALUE ' La orden ya esta cerrada'-
       ' (entregada o cambiada).                               '.
           77 WS-MSG-SVES PIC X(80) VALUE ' Nuevo estado (V=proveedo'-
       'r P=reparada E=entregada C=cambiada):                  '.
           77 WS-MSG-SVEX PIC X(80) VALUE ' Estado invalido o igual '-
       'al actual.                                             '.
           77 WS-MSG-SVPV PIC X(80) VALUE ' Proveedor al que se envi'-
       'a (ENTER = el de la compra):                           '.
           77 WS-MSG-SVEO PIC X(80) VALUE ' Estado de la orden actua'-
       'lizado.                                                '.
           77 WS-MSG-SVTP PIC X(80) VALUE ' Cargo (R=repuesto, M=man'-
       'o de obra, ENTER termina):                             '.
           77 WS-MSG-SVRP PIC X(80) VALUE ' Repuesto (articulo):    '-
       '                                                       '.
           77 WS-MSG-SVRX PIC X(80) VALUE ' Repuesto no encontrado e'-
       'ntre los articulos activos.                            '.
           77 WS-MSG-SVQT PIC X(80) VALUE ' Cantidad (horas en la ma'-
       'no de obra):                                           '.
           77 WS-MSG-SVSH PIC X(80) VALUE ' Existencia insuficiente '-
       'en el almacen 1. Repuesto rechazado.                   '.
           77 WS-MSG-SVMO PIC X(80) VALUE ' Trabajo realizado (ENTER'-
       ' = MANO DE OBRA):                                      '.
           77 WS-MSG-SVLL PIC X(80) VALUE ' La orden ya tiene el max'-
       'imo de cargos.                                         '.
           77 WS-MSG-SVRG PIC X(80) VALUE ' Cargo registrado en la o'-
       'rden.                                                  '.
           77 WS-MSG-SVNA PIC X(80) VALUE ' No hay ordenes de servic'-
       'io abiertas.                                           '.
           77 WS-MSG-SVAP PIC X(80) VALUE ' Antiguedad de ordenes ab'-
       'iertas generada en SERVIC.PRN. Ordenes:                '.
           77 WS-MSG-SVFP PIC X(80) VALUE ' Tasa de fallas generada '-
       'en SERVIC.PRN. Combinaciones:                          '.
           77 WS-MSG-SVNF PIC X(80) VALUE ' No hay seriales vendidos'-
       ' que analizar.                                         '.
           77 WS-LB-SVHD PIC X(80) VALUE 'ARTICULO   SERIAL        '-
       '       INGRESO  E G CLIENTE    FACT.  VENDIDA          '.
           77 WS-LB-SVLN PIC X(80) VALUE 'LIN T CODIGO     DESCRIPC'-
       'ION                    CANTIDAD VR.UNIT       TOTAL    '.
           77 WS-LB-SVAG PIC X(80) VALUE 'ORDEN  ARTICULO   SERIAL '-
       '         E  G INGRESO   DIAS TRAMO CLIENTE             '.
           77 WS-LB-SVFR PIC X(80) VALUE 'ARTICULO   PROVEEDOR     '-
       '    VENDIDOS ORDENES    TASA %                         '.
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
                 WS-ST-SV          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-SVOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-SV-NEW THRU 0100-SV-NEW-FIN
                 WHEN 2
                    PERFORM 0100-SV-STATE THRU 0100-SV-STATE-FIN
                 WHEN 3
                    PERFORM 0100-SV-CHARGES THRU 0100-SV-CHARGES-FIN
                 WHEN 4
                    PERFORM 0100-SV-AGING THRU 0100-SV-AGING-FIN
                 WHEN 5
                    PERFORM 0100-SV-FAILRATE THRU 0100-SV-FAILRATE-FIN
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
      *    0100-SV-NEW : Takes in a sold serial for repair. The serial
      *    must have been invoiced; the customer and the sale date come
      *    from that invoice and the warranty from the months set for
      *    the article in SERART.DAT. One open order per serial.
      *-----------------------------------------------------------------
       0100-SV-NEW.
           DISPLAY WS-MSG-SVAR LINE 06 COL 01
           MOVE SPACES TO WS-SV-CODART
           ACCEPT WS-SV-CODART LINE 06 COL 45
           IF WS-SV-CODART = SPACES OR WS-SV-CODART = LOW-VALUE THEN
              GO TO 0100-SV-NEW-FIN
           END-IF
           DISPLAY WS-MSG-SVSR LINE 07 COL 01
           MOVE SPACES TO WS-SV-SERIAL
           ACCEPT WS-SV-SERIAL LINE 07 COL 45
           IF WS-SV-SERIAL = SPACES OR WS-SV-SERIAL = LOW-VALUE THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-SV-NEW-FIN
           END-IF
           PERFORM 0100-SV-GET-SERIAL THRU 0100-SV-GET-SERIAL-FIN
           IF WS-SV-OK = 0 THEN
              DISPLAY WS-MSG-SVNV LINE 24 COL 01
              GO TO 0100-SV-NEW-FIN
           END-IF
           PERFORM 0100-SV-FIND-OPEN THRU 0100-SV-FIND-OPEN-FIN
           IF WS-SV-NUM > 0 THEN
              MOVE WS-SV-NUM TO WS-SV-NUM-ED
              DISPLAY WS-MSG-SVAB LINE 24 COL 01
              DISPLAY WS-SV-NUM-ED LINE 24 COL 55
              GO TO 0100-SV-NEW-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-SV-HOY
           PERFORM 0100-SV-WARRANTY
           MOVE WS-SV-HOY TO WS-SV-FINGRESO
           MOVE 'R' TO WS-SV-ESTADO
           MOVE WS-SV-FACORIG TO WS-SV-FAC-ED
           MOVE SPACES TO WS-SV-FALLA
           DISPLAY WS-LB-SVHD LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           PERFORM 0100-SV-SHOW-VALUES
           IF WS-SV-GARANTIA = 'S' THEN
              DISPLAY WS-MSG-SVGS LINE 11 COL 01
           ELSE
              DISPLAY WS-MSG-SVGN LINE 11 COL 01
           END-IF
           DISPLAY WS-SV-FGARFIN LINE 11 COL 45
           DISPLAY WS-MSG-SVFL LINE 12 COL 01
           ACCEPT WS-SV-FALLA LINE 12 COL 20
           IF WS-SV-FALLA = SPACES OR WS-SV-FALLA = LOW-VALUE THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-SV-NEW-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-SV-NEW-FIN
           END-IF
           PERFORM 0100-LOAD-PARAMS
           MOVE WS-PAR-NEXTSVC TO WS-SV-NUM
           IF WS-SV-NUM = 0 THEN
              MOVE 1 TO WS-SV-NUM
           END-IF
           COMPUTE WS-PAR-NEXTSVC = WS-SV-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           OPEN I-O SERVICIO
           IF WS-SVC-STATUS = '35' THEN
              OPEN OUTPUT SERVICIO
              CLOSE SERVICIO
              OPEN I-O SERVICIO
           END-IF
           INITIALIZE SVC-REG
           MOVE WS-SV-NUM TO SVC-NUM
           MOVE 0 TO SVC-LIN
           MOVE WS-SV-HOY TO SVC-FINGRESO
           MOVE WS-SV-CODART TO SVC-CODART
           MOVE WS-SV-SERIAL TO SVC-SERIAL
           MOVE WS-SV-CLIENTE TO SVC-CLIENTE
           MOVE WS-SV-FACORIG TO SVC-FACORIG
           MOVE WS-SV-FVENTA TO SVC-FVENTA
           MOVE WS-SV-GARANTIA TO SVC-GARANTIA
           MOVE WS-SV-FALLA TO SVC-FALLA
           SET SVC-EST-RECIBIDA TO TRUE
           MOVE WS-SV-HOY TO SVC-FESTADO
           MOVE WS-SV-PROV TO SVC-VENDOR
           MOVE 0 TO SVC-FACTURA
           MOVE WS-OPERATOR-ID TO SVC-OPERADOR
           WRITE SVC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE SERVICIO
           MOVE WS-SV-NUM TO WS-SV-NUM-ED
           DISPLAY WS-MSG-SVOK LINE 24 COL 01
           DISPLAY WS-SV-NUM-ED LINE 24 COL 45.
       0100-SV-NEW-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-GET-SERIAL : Reads WS-SV-CODART / WS-SV-SERIAL of
      *    SERIALES.DAT. WS-SV-OK ends 1 when the unit was sold, with
      *    its invoice, customer, sale date, warranty months and the
      *    vendor of the purchase order that brought it in.
      *-----------------------------------------------------------------
       0100-SV-GET-SERIAL.
           MOVE 0 TO WS-SV-OK
           OPEN INPUT SERIALES
           IF WS-SER-STATUS NOT = '00' THEN
              CLOSE SERIALES
              GO TO 0100-SV-GET-SERIAL-FIN
           END-IF
           MOVE WS-SV-CODART TO SER-CODART
           MOVE WS-SV-SERIAL TO SER-SERIAL
           READ SERIALES
              KEY IS SER-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SER-EST-VENDIDO AND SER-FACNUM > 0 THEN
                    MOVE 1 TO WS-SV-OK
                    MOVE SER-FACNUM TO WS-SV-FACORIG
                    MOVE SER-PEDREF TO WS-SV-PEDREF
                 END-IF
           END-READ
           CLOSE SERIALES
           IF WS-SV-OK = 0 THEN
              GO TO 0100-SV-GET-SERIAL-FIN
           END-IF
           MOVE 0 TO WS-SV-OK
           MOVE SPACES TO WS-SV-CLIENTE
           MOVE SPACES TO WS-SV-FVENTA
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '00' THEN
              MOVE WS-SV-FACORIG TO FAC-NUM
              MOVE 0 TO FAC-LIN
              READ FACTURAS
                 KEY IS FAC-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO WS-SV-OK
                    MOVE FAC-CLIENTE TO WS-SV-CLIENTE
                    MOVE FAC-FECHA TO WS-SV-FVENTA
              END-READ
           END-IF
           CLOSE FACTURAS
           IF WS-SV-OK = 0 THEN
              GO TO 0100-SV-GET-SERIAL-FIN
           END-IF
           MOVE 0 TO WS-SV-MESES
           OPEN INPUT SERART
           IF WS-SRA-STATUS = '00' THEN
              MOVE WS-SV-CODART TO SRA-CODART
              READ SERART
                 KEY IS SRA-CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SRA-GARMESES IS NUMERIC THEN
                       MOVE SRA-GARMESES TO WS-SV-MESES
                    END-IF
              END-READ
           END-IF
           CLOSE SERART
           PERFORM 0100-SV-OPEN-PED
           PERFORM 0100-SV-PROV-OF
           CLOSE PEDIDOS.
       0100-SV-GET-SERIAL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-WARRANTY : The warranty runs WS-SV-MESES months from
      *    the sale date; it ends on the same day of the month that
      *    many months later (a day the month lacks reads as its last
      *    day). An intake on or before that date is under warranty.
      *-----------------------------------------------------------------
       0100-SV-WARRANTY.
           MOVE 'N' TO WS-SV-GARANTIA
           MOVE WS-SV-FVENTA TO WS-SV-FGARFIN
           IF WS-SV-FVENTA IS NUMERIC AND WS-SV-MESES > 0 THEN
              MOVE WS-SV-FVENTA(1:4) TO WS-SV-AAAA
              MOVE WS-SV-FVENTA(5:2) TO WS-SV-MM
              COMPUTE WS-SV-NMES =
                 WS-SV-AAAA * 12 + WS-SV-MM - 1 + WS-SV-MESES
              DIVIDE WS-SV-NMES BY 12 GIVING WS-SV-AAAA
                 REMAINDER WS-SV-MM
              ADD 1 TO WS-SV-MM
              MOVE WS-SV-AAAA TO WS-SV-FGARFIN(1:4)
              MOVE WS-SV-MM TO WS-SV-FGARFIN(5:2)
              IF WS-SV-HOY NOT > WS-SV-FGARFIN THEN
                 MOVE 'S' TO WS-SV-GARANTIA
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-FIND-OPEN : WS-SV-NUM ends with the open order of
      *    the serial in hand, 0 when it has none.
      *-----------------------------------------------------------------
       0100-SV-FIND-OPEN.
           MOVE 0 TO WS-SV-NUM
           OPEN INPUT SERVICIO
           IF WS-SVC-STATUS NOT = '00' THEN
              CLOSE SERVICIO
              GO TO 0100-SV-FIND-OPEN-FIN
           END-IF
           SET WS-SV-FIN TO 0
           PERFORM UNTIL WS-SV-FIN = 1
              READ SERVICIO NEXT RECORD
                 AT END
                    SET WS-SV-FIN TO 1
                 NOT AT END
                    IF SVC-LIN = 0 AND SVC-EST-ABIERTA
                    AND SVC-CODART = WS-SV-CODART
                    AND SVC-SERIAL = WS-SV-SERIAL THEN
                       MOVE SVC-NUM TO WS-SV-NUM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SERVICIO.
       0100-SV-FIND-OPEN-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-OPEN-PED : Opens the purchase orders for the vendor
      *    look-ups of 0100-SV-PROV-OF; the caller closes them.
      *-----------------------------------------------------------------
       0100-SV-OPEN-PED.
           MOVE 0 TO WS-SV-PED-OK
           MOVE 0 TO WS-SV-LAST-PED
           MOVE SPACES TO WS-SV-LAST-PROV
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '00' THEN
              MOVE 1 TO WS-SV-PED-OK
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-PROV-OF : WS-SV-PROV ends with the vendor of the
      *    purchase order WS-SV-PEDREF that brought the unit in.
      *-----------------------------------------------------------------
       0100-SV-PROV-OF.
           IF WS-SV-PEDREF = 0 THEN
              MOVE '(SIN ORDEN COMPRA)' TO WS-SV-PROV
           ELSE
              IF WS-SV-PEDREF = WS-SV-LAST-PED THEN
                 MOVE WS-SV-LAST-PROV TO WS-SV-PROV
              ELSE
                 MOVE '(SIN ORDEN COMPRA)' TO WS-SV-PROV
                 IF WS-SV-PED-OK = 1 THEN
                    MOVE WS-SV-PEDREF TO PED-NUM
                    MOVE 0 TO PED-LIN
                    READ PEDIDOS
                       KEY IS PED-CLAVE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE PED-VENDOR TO WS-SV-PROV
                    END-READ
                 END-IF
                 MOVE WS-SV-PEDREF TO WS-SV-LAST-PED
                 MOVE WS-SV-PROV TO WS-SV-LAST-PROV
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-SHOW-VALUES : The header of the order in hand on row
      *    WS-ROWCTRL under WS-LB-SVHD, and the fault on the next row.
      *-----------------------------------------------------------------
       0100-SV-SHOW-VALUES.
           DISPLAY WS-SV-CODART LINE WS-ROWCTRL COL 01
           DISPLAY WS-SV-SERIAL LINE WS-ROWCTRL COL 12
           DISPLAY WS-SV-FINGRESO LINE WS-ROWCTRL COL 33
           DISPLAY WS-SV-ESTADO LINE WS-ROWCTRL COL 42
           DISPLAY WS-SV-GARANTIA LINE WS-ROWCTRL COL 44
           DISPLAY WS-SV-CLIENTE LINE WS-ROWCTRL COL 46
           DISPLAY WS-SV-FAC-ED LINE WS-ROWCTRL COL 57
           DISPLAY WS-SV-FVENTA LINE WS-ROWCTRL COL 64
           IF WS-SV-FALLA NOT = SPACES THEN
              ADD 1 TO WS-ROWCTRL
              DISPLAY 'Falla:' LINE WS-ROWCTRL COL 01
              DISPLAY WS-SV-FALLA LINE WS-ROWCTRL COL 08
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-GET-ORDER : Asks a service order number and loads
      *    its header and the number of its charge lines. WS-SV-OK
      *    ends 1 when it exists.
      *-----------------------------------------------------------------
       0100-SV-GET-ORDER.
           MOVE 0 TO WS-SV-OK
           MOVE 0 TO WS-SV-LCNT
           DISPLAY WS-MSG-SVNU LINE 06 COL 01
           MOVE 0 TO WS-SV-NUM-IN
           ACCEPT WS-SV-NUM-IN LINE 06 COL 45
           OPEN INPUT SERVICIO
           IF WS-SVC-STATUS NOT = '00' THEN
              CLOSE SERVICIO
              DISPLAY WS-MSG-SVNX LINE 24 COL 01
              GO TO 0100-SV-GET-ORDER-FIN
           END-IF
           MOVE WS-SV-NUM-IN TO SVC-NUM
           MOVE 0 TO SVC-LIN
           READ SERVICIO
              KEY IS SVC-CLAVE
              INVALID KEY
                 CLOSE SERVICIO
                 DISPLAY WS-MSG-SVNX LINE 24 COL 01
                 GO TO 0100-SV-GET-ORDER-FIN
           END-READ
           MOVE 1 TO WS-SV-OK
           MOVE SVC-CODART TO WS-SV-CODART
           MOVE SVC-SERIAL TO WS-SV-SERIAL
           MOVE SVC-FINGRESO TO WS-SV-FINGRESO
           MOVE SVC-ESTADO TO WS-SV-ESTADO
           MOVE SVC-GARANTIA TO WS-SV-GARANTIA
           MOVE SVC-CLIENTE TO WS-SV-CLIENTE
           MOVE SVC-FACORIG TO WS-SV-FAC-ED
           MOVE SVC-FVENTA TO WS-SV-FVENTA
           MOVE SVC-FALLA TO WS-SV-FALLA
           MOVE SVC-VENDOR TO WS-SV-VENDOR
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > 99
              MOVE WS-SV-NUM-IN TO SVC-NUM
              MOVE WS-SV-IDX TO SVC-LIN
              READ SERVICIO
                 KEY IS SVC-CLAVE
                 INVALID KEY
                    MOVE 100 TO WS-SV-IDX
                 NOT INVALID KEY
                    ADD 1 TO WS-SV-LCNT
              END-READ
           END-PERFORM
           CLOSE SERVICIO
           DISPLAY WS-LB-SVHD LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           PERFORM 0100-SV-SHOW-VALUES.
       0100-SV-GET-ORDER-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-STATE : Moves an open order to the vendor, repaired,
      *    returned to the customer or replaced. The last two close it.
      *-----------------------------------------------------------------
       0100-SV-STATE.
           PERFORM 0100-SV-GET-ORDER THRU 0100-SV-GET-ORDER-FIN
           IF WS-SV-OK = 0 THEN
              GO TO 0100-SV-STATE-FIN
           END-IF
           IF WS-SV-ESTADO = 'E' OR WS-SV-ESTADO = 'C' THEN
              DISPLAY WS-MSG-SVCE LINE 24 COL 01
              GO TO 0100-SV-STATE-FIN
           END-IF
           DISPLAY WS-MSG-SVES LINE 13 COL 01
           MOVE SPACE TO WS-SV-NUEVO
           ACCEPT WS-SV-NUEVO LINE 13 COL 66
           INSPECT WS-SV-NUEVO CONVERTING 'vpec' TO 'VPEC'
           IF (WS-SV-NUEVO NOT = 'V' AND WS-SV-NUEVO NOT = 'P'
           AND WS-SV-NUEVO NOT = 'E' AND WS-SV-NUEVO NOT = 'C')
           OR WS-SV-NUEVO = WS-SV-ESTADO THEN
              DISPLAY WS-MSG-SVEX LINE 24 COL 01
              GO TO 0100-SV-STATE-FIN
           END-IF
           IF WS-SV-NUEVO = 'V' THEN
              DISPLAY WS-MSG-SVPV LINE 14 COL 01
              DISPLAY WS-SV-VENDOR LINE 15 COL 05
              MOVE SPACES TO WS-SV-VEND-IN
              ACCEPT WS-SV-VEND-IN LINE 14 COL 56
              IF WS-SV-VEND-IN NOT = SPACES
              AND WS-SV-VEND-IN NOT = LOW-VALUE THEN
                 MOVE WS-SV-VEND-IN TO WS-SV-VENDOR
              END-IF
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-SV-STATE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O SERVICIO
           MOVE WS-SV-NUM-IN TO SVC-NUM
           MOVE 0 TO SVC-LIN
           READ SERVICIO
              KEY IS SVC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-SV-NUEVO TO SVC-ESTADO
                 MOVE WS-DATETIME(1:8) TO SVC-FESTADO
                 MOVE WS-SV-VENDOR TO SVC-VENDOR
                 MOVE WS-OPERATOR-ID TO SVC-OPERADOR
                 REWRITE SVC-REG
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
           END-READ
           CLOSE SERVICIO
           MOVE WS-SV-NUM-IN TO WS-SV-NUM-ED
           MOVE WS-SV-CODART TO WS-CODART
           MOVE 'SERVICIO' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'OS ' WS-SV-NUM-ED ' ' WS-SV-SERIAL ' '
                  WS-SV-ESTADO
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'OS ' WS-SV-NUM-ED ' ' WS-SV-SERIAL ' '
                  WS-SV-NUEVO ' ' WS-SV-VENDOR
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-MSG-SVEO LINE 24 COL 01.
       0100-SV-STATE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-CHARGES : Parts and labor of an open order. A part
      *    leaves the main warehouse at once with its kardex movement;
      *    labor is hours at a rate. Both are priced on the order so an
      *    out-of-warranty repair can be invoiced by FACTUR01.
      *-----------------------------------------------------------------
       0100-SV-CHARGES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              GO TO 0100-SV-CHARGES-FIN
           END-IF
           MOVE WS-DATETIME(1:8) TO WS-SV-HOY
           PERFORM 0100-SV-GET-ORDER THRU 0100-SV-GET-ORDER-FIN
           IF WS-SV-OK = 0 THEN
              GO TO 0100-SV-CHARGES-FIN
           END-IF
           IF WS-SV-ESTADO = 'E' OR WS-SV-ESTADO = 'C' THEN
              DISPLAY WS-MSG-SVCE LINE 24 COL 01
              GO TO 0100-SV-CHARGES-FIN
           END-IF
           PERFORM 0100-SV-SHOW-LINES
           MOVE 'X' TO WS-SV-TIPO
           PERFORM 0100-SV-ONE-CHARGE THRU 0100-SV-ONE-CHARGE-FIN
              UNTIL WS-SV-TIPO = SPACE.
       0100-SV-CHARGES-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-ONE-CHARGE : Asks the kind of one charge and takes
      *    it; an empty answer ends the charges.
      *-----------------------------------------------------------------
       0100-SV-ONE-CHARGE.
           IF WS-SV-LCNT NOT < 99 THEN
              DISPLAY WS-MSG-SVLL LINE 24 COL 01
              MOVE SPACE TO WS-SV-TIPO
              GO TO 0100-SV-ONE-CHARGE-FIN
           END-IF
           DISPLAY WS-MSG-SVTP LINE 19 COL 01
           MOVE SPACE TO WS-SV-TIPO
           ACCEPT WS-SV-TIPO LINE 19 COL 60
           INSPECT WS-SV-TIPO CONVERTING 'rm' TO 'RM'
           EVALUATE WS-SV-TIPO
              WHEN 'R'
                 PERFORM 0100-SV-PART THRU 0100-SV-PART-FIN
              WHEN 'M'
                 PERFORM 0100-SV-LABOR THRU 0100-SV-LABOR-FIN
              WHEN OTHER
                 MOVE SPACE TO WS-SV-TIPO
           END-EVALUATE.
       0100-SV-ONE-CHARGE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-PART : A part issued to the repair out of the main
      *    warehouse, priced at its list price and costed at its
      *    average cost.
      *-----------------------------------------------------------------
       0100-SV-PART.
           DISPLAY WS-MSG-SVRP LINE 20 COL 01
           MOVE SPACES TO WS-SV-REPUESTO
           ACCEPT WS-SV-REPUESTO LINE 20 COL 30
           IF WS-SV-REPUESTO = SPACES
           OR WS-SV-REPUESTO = LOW-VALUE THEN
              GO TO 0100-SV-PART-FIN
           END-IF
           MOVE 0 TO WS-SV-OK
           OPEN INPUT INVENTARIO
           MOVE WS-SV-REPUESTO TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ACTFLAG-ACTIVE THEN
                    MOVE 1 TO WS-SV-OK
                    MOVE DESCART TO WS-SV-DESC
                    MOVE VRUNIT TO WS-V-SV-VRUNIT
                    MOVE CANT-ALM1 TO WS-V-SV-EXIST
                    MOVE TAXCLASS TO WS-SV-TAXCLASS
                 END-IF
           END-READ
           CLOSE INVENTARIO
           IF WS-SV-OK = 0 THEN
              DISPLAY WS-MSG-SVRX LINE 24 COL 01
              GO TO 0100-SV-PART-FIN
           END-IF
           DISPLAY WS-SV-DESC LINE 20 COL 42
           DISPLAY WS-MSG-SVQT LINE 21 COL 01
           MOVE SPACES TO WS-SV-IN
           ACCEPT WS-SV-IN LINE 21 COL 40
           MOVE 0 TO WS-V-SV-CANT
           IF WS-SV-IN NOT = SPACES AND WS-SV-IN NOT = LOW-VALUE THEN
              COMPUTE WS-V-SV-CANT = FUNCTION NUMVAL(WS-SV-IN)
           END-IF
           IF WS-V-SV-CANT = 0 THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-SV-PART-FIN
           END-IF
           IF WS-V-SV-CANT > WS-V-SV-EXIST THEN
              DISPLAY WS-MSG-SVSH LINE 24 COL 01
              GO TO 0100-SV-PART-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-SV-PART-FIN
           END-IF
           MOVE WS-SV-REPUESTO TO WS-CODART
           MOVE WS-V-SV-CANT TO WS-V-ADJ-QTY
           PERFORM 0100-SV-STOCK-OUT
           MOVE WS-V-AVGCOST TO WS-V-SV-COSTO
           PERFORM 0100-SV-WRITE-LINE
           PERFORM 0100-SV-SHOW-LINES
           DISPLAY WS-MSG-SVRG LINE 24 COL 01.
       0100-SV-PART-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-LABOR : The work done on the unit, as hours at a
      *    rate per hour.
      *-----------------------------------------------------------------
       0100-SV-LABOR.
           DISPLAY WS-MSG-SVMO LINE 20 COL 01
           MOVE SPACES TO WS-SV-DESC
           ACCEPT WS-SV-DESC LINE 20 COL 45
           IF WS-SV-DESC = SPACES OR WS-SV-DESC = LOW-VALUE THEN
              MOVE 'MANO DE OBRA' TO WS-SV-DESC
           END-IF
           DISPLAY WS-MSG-SVQT LINE 21 COL 01
           MOVE SPACES TO WS-SV-IN
           ACCEPT WS-SV-IN LINE 21 COL 40
           MOVE 0 TO WS-V-SV-CANT
           IF WS-SV-IN NOT = SPACES AND WS-SV-IN NOT = LOW-VALUE THEN
              COMPUTE WS-V-SV-CANT = FUNCTION NUMVAL(WS-SV-IN)
           END-IF
           IF WS-V-SV-CANT = 0 THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-SV-LABOR-FIN
           END-IF
           DISPLAY 'Valor por hora:' LINE 21 COL 52
           MOVE SPACES TO WS-SV-IN
           ACCEPT WS-SV-IN LINE 21 COL 68
           MOVE 0 TO WS-V-SV-VRUNIT
           IF WS-SV-IN NOT = SPACES AND WS-SV-IN NOT = LOW-VALUE THEN
              COMPUTE WS-V-SV-VRUNIT = FUNCTION NUMVAL(WS-SV-IN)
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-SV-LABOR-FIN
           END-IF
           MOVE 'MANO-OBRA' TO WS-SV-REPUESTO
           MOVE 'G' TO WS-SV-TAXCLASS
           MOVE 0 TO WS-V-SV-COSTO
           PERFORM 0100-SV-WRITE-LINE
           PERFORM 0100-SV-SHOW-LINES
           DISPLAY WS-MSG-SVRG LINE 24 COL 01.
       0100-SV-LABOR-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-WRITE-LINE : Appends the charge in hand to the order.
      *-----------------------------------------------------------------
       0100-SV-WRITE-LINE.
           ADD 1 TO WS-SV-LCNT
           OPEN I-O SERVICIO
           INITIALIZE SVC-REG
           MOVE WS-SV-NUM-IN TO SVC-NUM
           MOVE WS-SV-LCNT TO SVC-LIN
           MOVE WS-SV-HOY TO SVC-FINGRESO
           MOVE WS-SV-CODART TO SVC-CODART
           MOVE WS-SV-SERIAL TO SVC-SERIAL
           MOVE WS-SV-TIPO TO SVC-TIPO
           MOVE WS-SV-REPUESTO TO SVC-REPUESTO
           MOVE WS-SV-DESC TO SVC-DESC
           MOVE WS-V-SV-CANT TO SVC-CANT
           MOVE WS-V-SV-VRUNIT TO SVC-VRUNIT
           MOVE WS-V-SV-COSTO TO SVC-COSTO
           MOVE WS-SV-TAXCLASS TO SVC-TAXCLASS
           MOVE WS-OPERATOR-ID TO SVC-OPERADOR
           WRITE SVC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE SERVICIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-SHOW-LINES : The last eight charges of the order.
      *-----------------------------------------------------------------
       0100-SV-SHOW-LINES.
           DISPLAY WS-LB-SVLN LINE 10 COL 01
           MOVE 1 TO WS-SV-IDX
           IF WS-SV-LCNT > 8 THEN
              COMPUTE WS-SV-IDX = WS-SV-LCNT - 7
           END-IF
           MOVE 11 TO WS-ROWCTRL
           OPEN INPUT SERVICIO
           PERFORM UNTIL WS-SV-IDX > WS-SV-LCNT
              MOVE WS-SV-NUM-IN TO SVC-NUM
              MOVE WS-SV-IDX TO SVC-LIN
              READ SERVICIO
                 KEY IS SVC-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 0100-SV-SHOW-ONE
              END-READ
              ADD 1 TO WS-SV-IDX
           END-PERFORM
           CLOSE SERVICIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-SHOW-ONE : The charge in SVC-REG on row WS-ROWCTRL.
      *-----------------------------------------------------------------
       0100-SV-SHOW-ONE.
           COMPUTE WS-V-SV-LINTOT ROUNDED = SVC-CANT * SVC-VRUNIT
           MOVE SVC-CANT TO WS-SV-ED1
           MOVE SVC-VRUNIT TO WS-SV-ED2
           MOVE WS-V-SV-LINTOT TO WS-SV-ED3
           DISPLAY SVC-LIN LINE WS-ROWCTRL COL 01
           DISPLAY SVC-TIPO LINE WS-ROWCTRL COL 05
           DISPLAY SVC-REPUESTO LINE WS-ROWCTRL COL 07
           DISPLAY SVC-DESC(1:30) LINE WS-ROWCTRL COL 18
           DISPLAY WS-SV-ED1 LINE WS-ROWCTRL COL 49
           DISPLAY WS-SV-ED2 LINE WS-ROWCTRL COL 58
           DISPLAY WS-SV-ED3 LINE WS-ROWCTRL COL 67
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-STOCK-OUT : Issues WS-V-ADJ-QTY of WS-CODART from
      *    the main warehouse to the repair, with its audit record and
      *    kardex movement; WS-V-AVGCOST ends with its unit cost.
      *-----------------------------------------------------------------
       0100-SV-STOCK-OUT.
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
                 MOVE WS-SV-NUM-IN TO WS-SV-NUM-ED
                 MOVE 'REPARACION' TO WS-AUD-TTYPE
                 MOVE SPACES TO WS-AUD-BEFORE
                 MOVE SPACES TO WS-AUD-AFTER
                 STRING WS-BEF-CANT DELIMITED BY SIZE
                 INTO WS-AUD-BEFORE
                 STRING 'OS ' WS-SV-NUM-ED ' ' CANT
                 DELIMITED BY SIZE INTO WS-AUD-AFTER
                 PERFORM 0100-WRITE-AUDIT-REC
                 MOVE 'REPARACION' TO WS-MOV-TIPO
                 COMPUTE WS-MOV-CANT = 0 - WS-V-ADJ-QTY
                 MOVE '1' TO WS-MOV-ALM
                 MOVE WS-V-CANT TO WS-MOV-SALDO
                 MOVE SPACES TO WS-MOV-REF
                 STRING 'OS ' WS-SV-NUM-ED
                 DELIMITED BY SIZE INTO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-AGING : Open orders (received, at the vendor or
      *    repaired and not yet returned) with the days since intake,
      *    to SERVIC.PRN, and the count per age bracket.
      *-----------------------------------------------------------------
       0100-SV-AGING.
           OPEN INPUT SERVICIO
           IF WS-SVC-STATUS NOT = '00' THEN
              CLOSE SERVICIO
              DISPLAY WS-MSG-SVNA LINE 24 COL 01
              GO TO 0100-SV-AGING-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-SV-HOY
           MOVE WS-DATETIME(1:8) TO WS-V-HOY-N
           MOVE 0 TO WS-SV-CNT
           MOVE ZEROES TO WS-SV-TRAMOS
           OPEN OUTPUT SVCPRN
           MOVE SPACES TO SVCPRN-RECORD
           STRING 'ORDENES DE SERVICIO ABIERTAS POR ANTIGUEDAD  '
                  WS-SV-HOY
           DELIMITED BY SIZE INTO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           MOVE SPACES TO SVCPRN-RECORD
           STRING '(E: R = RECIBIDA, V = EN PROVEEDOR, P = REPARADA'
                  ';  G: S = EN GARANTIA)'
           DELIMITED BY SIZE INTO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           MOVE WS-LB-SVAG TO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           DISPLAY WS-LB-SVAG LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           SET WS-SV-FIN TO 0
           PERFORM UNTIL WS-SV-FIN = 1
              READ SERVICIO NEXT RECORD
                 AT END
                    SET WS-SV-FIN TO 1
                 NOT AT END
                    IF SVC-LIN = 0 AND SVC-EST-ABIERTA THEN
                       PERFORM 0100-SV-AGING-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SERVICIO
           MOVE WS-SV-TR-CNT(1) TO WS-SV-TR1-ED
           MOVE WS-SV-TR-CNT(2) TO WS-SV-TR2-ED
           MOVE WS-SV-TR-CNT(3) TO WS-SV-TR3-ED
           MOVE WS-SV-TR-CNT(4) TO WS-SV-TR4-ED
           MOVE SPACES TO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           MOVE SPACES TO SVCPRN-RECORD
           STRING 'DIAS 0-7:' WS-SV-TR1-ED '   8-15:' WS-SV-TR2-ED
                  '   16-30:' WS-SV-TR3-ED '   MAS DE 30:'
                  WS-SV-TR4-ED
           DELIMITED BY SIZE INTO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           CLOSE SVCPRN
           IF WS-SV-CNT = 0 THEN
              DISPLAY WS-MSG-SVNA LINE 24 COL 01
              GO TO 0100-SV-AGING-FIN
           END-IF
           DISPLAY SVCPRN-RECORD LINE 21 COL 01
           MOVE WS-SV-CNT TO WS-SV-CNT-ED
           DISPLAY WS-MSG-SVAP LINE 22 COL 01
           DISPLAY WS-SV-CNT-ED LINE 22 COL 68.
       0100-SV-AGING-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-AGING-LINE : The open order in SVC-REG, printed and
      *    shown on screen while there is room.
      *-----------------------------------------------------------------
       0100-SV-AGING-LINE.
           MOVE 0 TO WS-SV-DIAS
           IF SVC-FINGRESO IS NUMERIC THEN
              MOVE SVC-FINGRESO TO WS-SV-FECHA-N
              COMPUTE WS-SV-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-V-HOY-N)
                 - FUNCTION INTEGER-OF-DATE(WS-SV-FECHA-N)
           END-IF
           EVALUATE TRUE
              WHEN WS-SV-DIAS NOT > 7
                 MOVE 1 TO WS-SV-TRAMO
                 MOVE '0-7' TO WS-SV-TRAMO-X
              WHEN WS-SV-DIAS NOT > 15
                 MOVE 2 TO WS-SV-TRAMO
                 MOVE '8-15' TO WS-SV-TRAMO-X
              WHEN WS-SV-DIAS NOT > 30
                 MOVE 3 TO WS-SV-TRAMO
                 MOVE '16-30' TO WS-SV-TRAMO-X
              WHEN OTHER
                 MOVE 4 TO WS-SV-TRAMO
                 MOVE '>30' TO WS-SV-TRAMO-X
           END-EVALUATE
           ADD 1 TO WS-SV-TR-CNT(WS-SV-TRAMO)
           ADD 1 TO WS-SV-CNT
           MOVE WS-SV-DIAS TO WS-SV-DIAS-ED
           MOVE SPACES TO SVCPRN-RECORD
           STRING SVC-NUM ' ' SVC-CODART ' ' SVC-SERIAL(1:15) ' '
                  SVC-ESTADO '  ' SVC-GARANTIA ' ' SVC-FINGRESO ' '
                  WS-SV-DIAS-ED ' ' WS-SV-TRAMO-X ' ' SVC-CLIENTE
           DELIMITED BY SIZE INTO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           IF WS-ROWCTRL < 20 THEN
              DISPLAY SVCPRN-RECORD LINE WS-ROWCTRL COL 01
              ADD 1 TO WS-ROWCTRL
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-FAILRATE : Failure rate per article and vendor to
      *    SERVIC.PRN: the service orders taken in over the units sold
      *    of SERIALES.DAT, the vendor being the one of the purchase
      *    order that brought each unit in. Vendor totals follow.
      *-----------------------------------------------------------------
       0100-SV-FAILRATE.
           MOVE 0 TO WS-SV-FCNT
           MOVE 0 TO WS-SV-VCNT
           OPEN INPUT SERIALES
           IF WS-SER-STATUS NOT = '00' THEN
              CLOSE SERIALES
              DISPLAY WS-MSG-SVNF LINE 24 COL 01
              GO TO 0100-SV-FAILRATE-FIN
           END-IF
           PERFORM 0100-SV-OPEN-PED
           SET WS-SV-FIN TO 0
           PERFORM UNTIL WS-SV-FIN = 1
              READ SERIALES NEXT RECORD
                 AT END
                    SET WS-SV-FIN TO 1
                 NOT AT END
                    IF SER-EST-VENDIDO THEN
                       MOVE SER-PEDREF TO WS-SV-PEDREF
                       PERFORM 0100-SV-PROV-OF
                       MOVE SER-CODART TO WS-SV-CODART
                       PERFORM 0100-SV-SLOT
                       IF WS-SV-HIT > 0 THEN
                          ADD 1 TO WS-SV-F-VENDIDOS(WS-SV-HIT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           OPEN INPUT SERVICIO
           IF WS-SVC-STATUS = '00' THEN
              SET WS-SV-FIN TO 0
              PERFORM UNTIL WS-SV-FIN = 1
                 READ SERVICIO NEXT RECORD
                    AT END
                       SET WS-SV-FIN TO 1
                    NOT AT END
                       IF SVC-LIN = 0 THEN
                          PERFORM 0100-SV-FAIL-ORDER
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE SERVICIO
           CLOSE SERIALES
           CLOSE PEDIDOS
           IF WS-SV-FCNT = 0 THEN
              DISPLAY WS-MSG-SVNF LINE 24 COL 01
              GO TO 0100-SV-FAILRATE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN OUTPUT SVCPRN
           MOVE SPACES TO SVCPRN-RECORD
           STRING 'TASA DE FALLAS POR ARTICULO Y PROVEEDOR  '
                  WS-DATETIME(1:8)
           DELIMITED BY SIZE INTO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           MOVE WS-LB-SVFR TO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           DISPLAY WS-LB-SVFR LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-FCNT
              MOVE WS-SV-F-CODART(WS-SV-IDX) TO WS-SV-CODART
              MOVE WS-SV-F-PROV(WS-SV-IDX) TO WS-SV-PROV
              MOVE WS-SV-F-VENDIDOS(WS-SV-IDX) TO WS-SV-VEND-ED
              MOVE WS-SV-F-FALLAS(WS-SV-IDX) TO WS-SV-FALL-ED
              MOVE WS-SV-F-VENDIDOS(WS-SV-IDX) TO WS-SV-NVEND
              MOVE WS-SV-F-FALLAS(WS-SV-IDX) TO WS-SV-NFALL
              PERFORM 0100-SV-FAIL-LINE
              PERFORM 0100-SV-VSLOT
           END-PERFORM
           MOVE SPACES TO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           MOVE 'TOTALES POR PROVEEDOR' TO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           IF WS-ROWCTRL < 20 THEN
              DISPLAY SVCPRN-RECORD LINE WS-ROWCTRL COL 01
              ADD 1 TO WS-ROWCTRL
           END-IF
           MOVE 'TOTAL' TO WS-SV-CODART
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-VCNT
              MOVE WS-SV-V-PROV(WS-SV-IDX) TO WS-SV-PROV
              MOVE WS-SV-V-VENDIDOS(WS-SV-IDX) TO WS-SV-VEND-ED
              MOVE WS-SV-V-FALLAS(WS-SV-IDX) TO WS-SV-FALL-ED
              MOVE WS-SV-V-VENDIDOS(WS-SV-IDX) TO WS-SV-NVEND
              MOVE WS-SV-V-FALLAS(WS-SV-IDX) TO WS-SV-NFALL
              PERFORM 0100-SV-FAIL-LINE
           END-PERFORM
           CLOSE SVCPRN
           MOVE WS-SV-FCNT TO WS-SV-CNT-ED
           DISPLAY WS-MSG-SVFP LINE 22 COL 01
           DISPLAY WS-SV-CNT-ED LINE 22 COL 68.
       0100-SV-FAILRATE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-FAIL-ORDER : Counts the service order in SVC-REG
      *    against the article and the vendor of its unit.
      *-----------------------------------------------------------------
       0100-SV-FAIL-ORDER.
           MOVE SVC-CODART TO SER-CODART
           MOVE SVC-SERIAL TO SER-SERIAL
           READ SERIALES
              KEY IS SER-CLAVE
              INVALID KEY
                 MOVE 0 TO WS-SV-PEDREF
              NOT INVALID KEY
                 MOVE SER-PEDREF TO WS-SV-PEDREF
           END-READ
           PERFORM 0100-SV-PROV-OF
           MOVE SVC-CODART TO WS-SV-CODART
           PERFORM 0100-SV-SLOT
           IF WS-SV-HIT > 0 THEN
              ADD 1 TO WS-SV-F-FALLAS(WS-SV-HIT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-SLOT : WS-SV-HIT ends with the slot of WS-SV-CODART
      *    and WS-SV-PROV, opened when new (0 when the table is full).
      *-----------------------------------------------------------------
       0100-SV-SLOT.
           MOVE 0 TO WS-SV-HIT
           PERFORM VARYING WS-SV-IDX FROM 1 BY 1
                   UNTIL WS-SV-IDX > WS-SV-FCNT
              IF WS-SV-F-CODART(WS-SV-IDX) = WS-SV-CODART
              AND WS-SV-F-PROV(WS-SV-IDX) = WS-SV-PROV THEN
                 MOVE WS-SV-IDX TO WS-SV-HIT
                 MOVE 501 TO WS-SV-IDX
              END-IF
           END-PERFORM
           IF WS-SV-HIT = 0 AND WS-SV-FCNT < 500 THEN
              ADD 1 TO WS-SV-FCNT
              MOVE WS-SV-FCNT TO WS-SV-HIT
              MOVE WS-SV-CODART TO WS-SV-F-CODART(WS-SV-HIT)
              MOVE WS-SV-PROV TO WS-SV-F-PROV(WS-SV-HIT)
              MOVE 0 TO WS-SV-F-VENDIDOS(WS-SV-HIT)
              MOVE 0 TO WS-SV-F-FALLAS(WS-SV-HIT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-VSLOT : Adds article slot WS-SV-IDX to the totals
      *    of its vendor.
      *-----------------------------------------------------------------
       0100-SV-VSLOT.
           MOVE 0 TO WS-SV-HIT
           PERFORM VARYING WS-SV-VIDX FROM 1 BY 1
                   UNTIL WS-SV-VIDX > WS-SV-VCNT
              IF WS-SV-V-PROV(WS-SV-VIDX) = WS-SV-PROV THEN
                 MOVE WS-SV-VIDX TO WS-SV-HIT
                 MOVE 101 TO WS-SV-VIDX
              END-IF
           END-PERFORM
           IF WS-SV-HIT = 0 AND WS-SV-VCNT < 100 THEN
              ADD 1 TO WS-SV-VCNT
              MOVE WS-SV-VCNT TO WS-SV-HIT
              MOVE WS-SV-PROV TO WS-SV-V-PROV(WS-SV-HIT)
              MOVE 0 TO WS-SV-V-VENDIDOS(WS-SV-HIT)
              MOVE 0 TO WS-SV-V-FALLAS(WS-SV-HIT)
           END-IF
           IF WS-SV-HIT > 0 THEN
              ADD WS-SV-F-VENDIDOS(WS-SV-IDX)
                 TO WS-SV-V-VENDIDOS(WS-SV-HIT)
              ADD WS-SV-F-FALLAS(WS-SV-IDX)
                 TO WS-SV-V-FALLAS(WS-SV-HIT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SV-FAIL-LINE : One line of the failure report: the
      *    units sold in WS-SV-NVEND, the orders in WS-SV-NFALL.
      *-----------------------------------------------------------------
       0100-SV-FAIL-LINE.
           IF WS-SV-NVEND = 0 THEN
              MOVE '     N/D' TO WS-SV-PCT-X
           ELSE
              COMPUTE WS-V-SV-PCT ROUNDED =
                 WS-SV-NFALL * 100 / WS-SV-NVEND
              MOVE WS-V-SV-PCT TO WS-SV-PCT-ED
              MOVE WS-SV-PCT-ED TO WS-SV-PCT-X
           END-IF
           MOVE SPACES TO SVCPRN-RECORD
           STRING WS-SV-CODART ' ' WS-SV-PROV ' ' WS-SV-VEND-ED
                  '   ' WS-SV-FALL-ED '   ' WS-SV-PCT-X
           DELIMITED BY SIZE INTO SVCPRN-RECORD
           WRITE SVCPRN-RECORD
           IF WS-ROWCTRL < 20 THEN
              DISPLAY SVCPRN-RECORD LINE WS-ROWCTRL COL 01
              ADD 1 TO WS-ROWCTRL
           END-IF
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
       copy "PERCHK.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM SERVIC01.
