      ******************************************************************
      * Program      : CONSCLI01.cbl                                   *
      * Purpose      : Customer consignment. Goods left at a customer's*
      *                premises stay ours until sold: the consignment- *
      *                out document moves them from the Almacen        *
      *                Principal into the customer's consignment       *
      *                warehouse (a customer-type warehouse of         *
      *                ALMACEN.DAT) without touching CLI-SALDO; the    *
      *                sell-through capture invoices the units the     *
      *                customer sold through the normal posting        *
      *                (FACTURAS, CLI-SALDO, CARTERA), drawing them    *
      *                from the consignment warehouse and consuming    *
      *                their lots and cost layers; the return brings   *
      *                unsold units back to stock. Every document is   *
      *                numbered in its own series of PARAMS.DAT, kept  *
      *                in CONSCLI.DAT and printed. The holdings report *
      *                values what every customer holds at sale price  *
      *                and at cost.                                    *
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
       PROGRAM-ID. CONSCLI01.
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
       copy "CSCSEL.cpy".
      *
           SELECT CSCPRN ASSIGN TO "CONSCLI.PRN"
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
       copy "CSCFD.cpy".
      *
       FD CSCPRN.
       01 CSCPRN-RECORD        PIC X(80).
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
           77 WS-CSC-STATUS      PIC XX.
           77 WS-CC-TIPO         PIC X(01).
               88 WS-CC-SALIDA       VALUE 'S'.
               88 WS-CC-VENTA        VALUE 'V'.
               88 WS-CC-DEVOLUCION   VALUE 'D'.
           77 WS-CC-NUM          PIC 9(06) VALUE 0.
           77 WS-CC-NUM-ED       PIC ZZZZZ9.
           77 WS-CC-CLIENTE      PIC X(10).
           77 WS-CC-NOMBRE       PIC X(30).
           77 WS-CC-LISTA        PIC X(06).
           77 WS-CC-ALM          PIC X(02).
           77 WS-CC-FECHA        PIC X(08).
           77 WS-CC-TAXCLASS     PIC X(01).
           77 WS-CC-CLI-OK       PIC 9 VALUE 0.
           77 WS-CC-ALM-OK       PIC 9 VALUE 0.
           77 WS-CC-FOUND        PIC 9 VALUE 0.
           77 WS-CC-ACTIVO       PIC 9 VALUE 0.
           77 WS-CC-DONE         PIC 9 VALUE 0.
           77 WS-CC-EOF          PIC 9 VALUE 0.
           77 WS-CC-EOF2         PIC 9 VALUE 0.
           77 WS-CC-LINE-OK      PIC 9 VALUE 0.
           77 WS-CC-LCNT         PIC 9(03) VALUE 0.
           77 WS-CC-IDX          PIC 9(03) VALUE 0.
           77 WS-CC-QTY          PIC ZZZZ9.99.
           77 WS-V-CC-QTY        PIC 9(5)V99.
           77 WS-V-CC-HELD       PIC 9(5)V99.
           77 WS-V-CC-ENDOC      PIC 9(6)V99.
           77 WS-V-CC-SALDO      PIC S9(6)V99.
           77 WS-V-CC-LINTOT     PIC 9(7)V99.
           77 WS-V-CC-TOTAL      PIC 9(7)V99 VALUE 0.
           77 WS-CC-TOTAL-ED     PIC ZZZZZZZ9.99.
           77 WS-CC-HELD-ED      PIC ZZZZ9.99.
           77 WS-FAC-NUM         PIC 9(06) VALUE 0.
           77 WS-FAC-NUM-ED      PIC ZZZZZ9.
           77 WS-FAC-WRT-OK      PIC 9 VALUE 0.
           77 WS-FEFO-HOY        PIC X(08).
           77 WS-V-FEFO-TOMA     PIC 9(5)V99.
           77 WS-LPR-FOUND       PIC 9 VALUE 0.
           77 WS-V-LPR-PRECIO    PIC 9(5)V99.
           77 WS-V-LPR-BESTMIN   PIC 9(5)V99.
           77 WS-CC-NCLI         PIC 9(05) VALUE 0.
           77 WS-CC-NCLI-ED      PIC ZZZZ9.
           77 WS-V-CC-COSTO      PIC 9(5)V99.
           77 WS-V-CC-VALVTA     PIC 9(9)V99.
           77 WS-V-CC-VALCOS     PIC 9(9)V99.
           77 WS-V-CC-SUBVTA     PIC 9(9)V99.
           77 WS-V-CC-SUBCOS     PIC 9(9)V99.
           77 WS-V-CC-TOTVTA     PIC 9(9)V99.
           77 WS-V-CC-TOTCOS     PIC 9(9)V99.
           77 WS-CC-PRECIO-ED    PIC ZZZZ9.99.
           77 WS-CC-COSTO-ED     PIC ZZZZ9.99.
           77 WS-CC-VALVTA-ED    PIC ZZZZZZZZ9.99.
           77 WS-CC-VALCOS-ED    PIC ZZZZZZZZ9.99.
      *
       01 WS-CC-TABLE.
           02 WS-CC-LINEA OCCURS 50 TIMES.
               03 WS-CC-T-CODART    PIC X(10).
               03 WS-CC-T-DESCART   PIC X(35).
               03 WS-CC-T-CANT      PIC ZZZZ9.99.
               03 WS-CC-T-VRUNIT    PIC ZZZZ9.99.
               03 WS-CC-T-TOTAL     PIC ZZZZZZZ9.99.
               03 WS-CC-T-TAXCLASS  PIC X(01).
      *
           77 WS-ST-CC     PIC X(25) VALUE 'CONSIGNACION EN CLIENTES '.
           77 WS-MSG-CCOP PIC X(80) VALUE ' 1-SALIDA 2-VENTA 3-DEVUE'-
       'LVE 4-SALDOS 9-SALE                 Ingrese opcion [  ]'.
           77 WS-MSG-CCCL PIC X(80) VALUE ' Cliente (ENTER para canc'-
       'elar):                                                 '.
           77 WS-MSG-CCCN PIC X(80) VALUE ' Cliente no encontrado, i'-
       'nactivo o fusionado con otro.                          '.
           77 WS-MSG-CCNA PIC X(80) VALUE ' El cliente no tiene alma'-
       'cen de consignacion. Registrelo en ALMACEN01.          '.
           77 WS-MSG-CCAR PIC X(80) VALUE ' Articulo (ENTER para ter'-
       'minar el documento):                                   '.
           77 WS-MSG-CCNF PIC X(80) VALUE ' Articulo no encontrado e'-
       'ntre los articulos activos.                            '.
           77 WS-MSG-CCQT PIC X(80) VALUE ' Cantidad:               '-
       '                                                       '.
           77 WS-MSG-CCVQ PIC X(80) VALUE ' Cantidad vendida por el '-
       'cliente (0 = ninguna):                                 '.
           77 WS-MSG-CCNS PIC X(80) VALUE ' Existencia insuficiente '-
       'en Almacen Principal. Linea rechazada.                 '.
           77 WS-MSG-CCNH PIC X(80) VALUE ' La cantidad excede lo qu'-
       'e el cliente tiene en consignacion.                    '.
           77 WS-MSG-CCNL PIC X(80) VALUE ' El documento no tiene li'-
       'neas. No se genero ningun documento.                   '.
           77 WS-MSG-CCNO PIC X(80) VALUE ' El documento de consigna'-
       'cion fue cancelado.                                    '.
           77 WS-MSG-CCER PIC X(80) VALUE ' ERROR: numero de documen'-
       'to duplicado. NADA fue grabado. Revise PARAM01.        '.
           77 WS-MSG-CCOK PIC X(80) VALUE ' Documento de consignacio'-
       'n registrado e impreso en CONSCLI.PRN.                 '.
           77 WS-MSG-CCFV PIC X(80) VALUE ' Ventas en consignacion f'-
       'acturadas en la factura No.:                           '.
           77 WS-MSG-CCFL PIC X(80) VALUE ' AVISO: mas de 50 lineas;'-
       ' registre otro documento para el resto.                '.
           77 WS-MSG-CCLV PIC X(80) VALUE ' AVISO: el unico lote dis'-
       'ponible esta VENCIDO. Revise antes de facturar.        '.
           77 WS-MSG-CCN0 PIC X(80) VALUE ' No hay mercancia en cons'-
       'ignacion en ningun cliente.                            '.
           77 WS-MSG-CCRC PIC X(80) VALUE ' Clientes con mercancia e'-
       'n consignacion:                                        '.
           77 WS-MSG-CCRV PIC X(80) VALUE ' Valor total a precio de '-
       'venta:                                                 '.
           77 WS-MSG-CCRK PIC X(80) VALUE ' Valor total al costo:   '-
       '                                                       '.
           77 WS-MSG-CCRO PIC X(80) VALUE ' Informe de saldos en con'-
       'signacion registrado en INFORMES.LOG.                  '.
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
              DISPLAY WS-MSG-CCOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    MOVE 'S' TO WS-CC-TIPO
                    PERFORM 0100-CAPTURE-DOC THRU 0100-CAPTURE-DOC-FIN
                 WHEN 2
                    MOVE 'V' TO WS-CC-TIPO
                    PERFORM 0100-CAPTURE-DOC THRU 0100-CAPTURE-DOC-FIN
                 WHEN 3
                    MOVE 'D' TO WS-CC-TIPO
                    PERFORM 0100-CAPTURE-DOC THRU 0100-CAPTURE-DOC-FIN
                 WHEN 4
                    PERFORM 0100-HOLDINGS THRU 0100-HOLDINGS-FIN
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
              WS-ST-CC          LINE 04 COL 10
              LNK-EMPRESA       LINE 04 COL 55
              WS-HYPHNS         LINE 05 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE-DOC : Captures one consignment document of the
      *    type in WS-CC-TIPO for one customer and, confirmed, posts
      *    it. Consignment-out and return lines are keyed article by
      *    article; the sell-through walks what the customer holds.
      *-----------------------------------------------------------------
       0100-CAPTURE-DOC.
           PERFORM 0100-LOAD-PARAMS
           MOVE WS-PAR-NEXTCSC TO WS-CC-NUM
           IF WS-CC-NUM = 0 THEN
              MOVE 1 TO WS-CC-NUM
           END-IF
           MOVE WS-CC-NUM TO WS-CC-NUM-ED
           EVALUATE TRUE
              WHEN WS-CC-SALIDA
                 DISPLAY 'Salida a consignacion No.:' LINE 06 COL 01
              WHEN WS-CC-VENTA
                 DISPLAY 'Venta en consignacion No.:' LINE 06 COL 01
              WHEN OTHER
                 DISPLAY 'Devolucion consignacion No:' LINE 06 COL 01
           END-EVALUATE
           DISPLAY WS-CC-NUM-ED LINE 06 COL 29
           PERFORM 0100-GET-CLIENTE
           IF WS-CC-CLI-OK = 0 THEN
              DISPLAY WS-MSG-CCNO LINE 24 COL 01
              GO TO 0100-CAPTURE-DOC-FIN
           END-IF
           PERFORM 0100-FIND-ALM-CLI
           IF WS-CC-ALM-OK = 0 THEN
              DISPLAY WS-MSG-CCNA LINE 24 COL 01
              GO TO 0100-CAPTURE-DOC-FIN
           END-IF
           DISPLAY 'Almacen:' LINE 06 COL 40
           DISPLAY WS-CC-ALM LINE 06 COL 49
           MOVE 0 TO WS-CC-LCNT
           MOVE 0 TO WS-V-CC-TOTAL
           MOVE 11 TO WS-ROWCTRL
           IF WS-CC-VENTA THEN
              PERFORM 0100-CAPTURE-SOLD
           ELSE
              PERFORM 0100-CAPTURE-KEYED
           END-IF
           IF WS-CC-LCNT = 0 THEN
              DISPLAY WS-MSG-CCNL LINE 24 COL 01
              GO TO 0100-CAPTURE-DOC-FIN
           END-IF
           MOVE WS-V-CC-TOTAL TO WS-CC-TOTAL-ED
           DISPLAY 'Total:' LINE 21 COL 01
           DISPLAY WS-CC-TOTAL-ED LINE 21 COL 16
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-CCNO LINE 24 COL 01
              GO TO 0100-CAPTURE-DOC-FIN
           END-IF
           PERFORM 0100-POST-DOC THRU 0100-POST-DOC-FIN.
       0100-CAPTURE-DOC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-CLIENTE : Asks and validates the customer; one
      *    merged into another is refused. Leaves the price list the
      *    customer buys on in WS-CC-LISTA, GENERL when it has none.
      *-----------------------------------------------------------------
       0100-GET-CLIENTE.
           SET WS-CC-CLI-OK TO 0
           MOVE 'GENERL' TO WS-CC-LISTA
           MOVE SPACES TO WS-CC-CLIENTE
           DISPLAY WS-MSG-CCCL LINE 07 COL 01
           ACCEPT WS-CC-CLIENTE LINE 07 COL 40
           IF WS-CC-CLIENTE = SPACES
           OR WS-CC-CLIENTE = LOW-VALUE THEN
              CONTINUE
           ELSE
              OPEN INPUT CLIENTES
              IF WS-CLI-STATUS NOT = '35' THEN
                 MOVE WS-CC-CLIENTE TO CLI-ID
                 READ CLIENTES
                    KEY IS CLI-ID
                    INVALID KEY
                       SET WS-CC-CLI-OK TO 0
                    NOT INVALID KEY
                       IF CLI-ACTIVO AND CLI-FUSION = SPACES THEN
                          SET WS-CC-CLI-OK TO 1
                          MOVE CLI-NOMBRE TO WS-CC-NOMBRE
                          DISPLAY CLI-NOMBRE LINE 07 COL 51
                          IF CLI-LISTA NOT = SPACES THEN
                             MOVE CLI-LISTA TO WS-CC-LISTA
                          END-IF
                       END-IF
                 END-READ
                 CLOSE CLIENTES
              END-IF
              IF WS-CC-CLI-OK = 0 THEN
                 DISPLAY WS-MSG-CCCN LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-ALM-CLI : The active customer-type warehouse of
      *    ALMACEN.DAT that belongs to WS-CC-CLIENTE, in WS-CC-ALM.
      *-----------------------------------------------------------------
       0100-FIND-ALM-CLI.
           SET WS-CC-ALM-OK TO 0
           MOVE SPACES TO WS-CC-ALM
           OPEN INPUT ALMACEN
           IF WS-ALM-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ ALMACEN NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF ALM-TIPO-CLIENTE AND ALM-ACTIVO
                       AND ALM-CLIENTE = WS-CC-CLIENTE THEN
                          SET WS-CC-ALM-OK TO 1
                          MOVE ALM-COD TO WS-CC-ALM
                          SET WS-END-FILE TO 1
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ALMACEN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE-KEYED : Article lines of a consignment-out or
      *    a return, keyed one by one until ENTER.
      *-----------------------------------------------------------------
       0100-CAPTURE-KEYED.
           SET WS-CC-DONE TO 0
           PERFORM UNTIL WS-CC-DONE = 1
              DISPLAY WS-MSG-CCAR LINE 08 COL 01
              MOVE SPACES TO WS-CODART
              ACCEPT WS-CODART LINE 08 COL 50
              IF WS-CODART = SPACES
              OR WS-CODART = LOW-VALUE THEN
                 SET WS-CC-DONE TO 1
              ELSE
                 PERFORM 0100-FIND-ARTICLE
                 IF WS-CC-FOUND = 0 OR WS-CC-ACTIVO = 0 THEN
                    DISPLAY WS-MSG-CCNF LINE 24 COL 01
                    ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                    DISPLAY WS-SPC LINE 24 COL 01
                 ELSE
                    PERFORM 0100-GET-KEYED-QTY
                 END-IF
              END-IF
              IF WS-CC-LCNT NOT < 50 THEN
                 DISPLAY WS-MSG-CCFL LINE 22 COL 01
                 SET WS-CC-DONE TO 1
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-ARTICLE : Reads WS-CODART and keeps what the
      *    document needs of it. WS-CC-FOUND ends 1 when it exists and
      *    WS-CC-ACTIVO when it is also active.
      *-----------------------------------------------------------------
       0100-FIND-ARTICLE.
           SET WS-CC-FOUND TO 0
           SET WS-CC-ACTIVO TO 0
           OPEN INPUT INVENTARIO
           MOVE WS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-CC-FOUND TO 1
                 IF ACTFLAG-ACTIVE THEN
                    SET WS-CC-ACTIVO TO 1
                 END-IF
                 MOVE DESCART TO WS-DESCART
                 MOVE VRUNIT TO WS-V-VRUNIT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 MOVE TAXCLASS TO WS-CC-TAXCLASS
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-KEYED-QTY : Quantity of one keyed line. Going out
      *    it must be on hand in the Almacen Principal; coming back it
      *    must be held by the customer, counting what this document
      *    already carries of the same article.
      *-----------------------------------------------------------------
       0100-GET-KEYED-QTY.
           PERFORM 0100-HELD-QTY
           PERFORM 0100-DOC-QTY
           DISPLAY WS-DESCART LINE 09 COL 01
           IF WS-CC-SALIDA THEN
              MOVE WS-V-CANT-ALM1 TO WS-CC-HELD-ED
           ELSE
              MOVE WS-V-CC-HELD TO WS-CC-HELD-ED
           END-IF
           DISPLAY WS-CC-HELD-ED LINE 09 COL 52
           DISPLAY WS-MSG-CCQT LINE 10 COL 01
           MOVE WS-ZERO TO WS-CC-QTY
           ACCEPT WS-CC-QTY LINE 10 COL 30
           MOVE WS-CC-QTY TO WS-V-CC-QTY
           PERFORM UNTIL WS-V-CC-QTY > 0
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              ACCEPT WS-CC-QTY LINE 10 COL 30
              MOVE WS-CC-QTY TO WS-V-CC-QTY
           END-PERFORM
           DISPLAY WS-SPC LINE 24 COL 01
           ADD WS-V-CC-QTY TO WS-V-CC-ENDOC
           IF WS-CC-SALIDA AND WS-V-CC-ENDOC > WS-V-CANT-ALM1 THEN
              DISPLAY WS-MSG-CCNS LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-GET-KEYED-QTY-FIN
           END-IF
           IF WS-CC-DEVOLUCION AND WS-V-CC-ENDOC > WS-V-CC-HELD THEN
              DISPLAY WS-MSG-CCNH LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-GET-KEYED-QTY-FIN
           END-IF
           PERFORM 0100-ADD-LINE.
       0100-GET-KEYED-QTY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HELD-QTY : What the customer's consignment warehouse
      *    holds of WS-CODART, in WS-V-CC-HELD.
      *-----------------------------------------------------------------
       0100-HELD-QTY.
           MOVE 0 TO WS-V-CC-HELD
           OPEN INPUT STOCKALM
           IF WS-SAL-STATUS = '00' THEN
              MOVE WS-CODART TO SAL-CODART
              MOVE WS-CC-ALM TO SAL-ALM
              READ STOCKALM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SAL-CANT TO WS-V-CC-HELD
              END-READ
           END-IF
           CLOSE STOCKALM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DOC-QTY : Quantity of WS-CODART already on the lines
      *    of the document being captured, in WS-V-CC-ENDOC.
      *-----------------------------------------------------------------
       0100-DOC-QTY.
           MOVE 0 TO WS-V-CC-ENDOC
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-LCNT
              IF WS-CC-T-CODART(WS-CC-IDX) = WS-CODART THEN
                 MOVE WS-CC-T-CANT(WS-CC-IDX) TO WS-V-CC-QTY
                 ADD WS-V-CC-QTY TO WS-V-CC-ENDOC
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE-SOLD : Walks the customer's consignment
      *    warehouse and asks, article by article, how much of what it
      *    holds the customer sold. The sold units are priced as the
      *    invoicing does: the customer's price list tier when one
      *    applies, the article's VRUNIT otherwise.
      *-----------------------------------------------------------------
       0100-CAPTURE-SOLD.
           OPEN INPUT STOCKALM
           IF WS-SAL-STATUS = '00' THEN
              SET WS-CC-EOF TO 0
           ELSE
              SET WS-CC-EOF TO 1
           END-IF
           PERFORM UNTIL WS-CC-EOF = 1
              READ STOCKALM NEXT RECORD
                 AT END
                    SET WS-CC-EOF TO 1
                 NOT AT END
                    IF SAL-ALM = WS-CC-ALM AND SAL-CANT > 0 THEN
                       PERFORM 0100-GET-SOLD-QTY
                          THRU 0100-GET-SOLD-QTY-FIN
                    END-IF
              END-READ
              IF WS-CC-LCNT NOT < 50 THEN
                 DISPLAY WS-MSG-CCFL LINE 22 COL 01
                 SET WS-CC-EOF TO 1
              END-IF
           END-PERFORM
           CLOSE STOCKALM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-SOLD-QTY : Sold quantity of the held article in
      *    SAL-REG, never above what the customer holds.
      *-----------------------------------------------------------------
       0100-GET-SOLD-QTY.
           MOVE SAL-CODART TO WS-CODART
           MOVE SAL-CANT TO WS-V-CC-HELD
           PERFORM 0100-FIND-ARTICLE
           IF WS-CC-FOUND = 0 THEN
              GO TO 0100-GET-SOLD-QTY-FIN
           END-IF
           MOVE WS-V-CC-HELD TO WS-CC-HELD-ED
           DISPLAY WS-SPC LINE 09 COL 01
           DISPLAY WS-CODART LINE 09 COL 01
           DISPLAY WS-DESCART LINE 09 COL 12
           DISPLAY WS-CC-HELD-ED LINE 09 COL 52
           DISPLAY WS-MSG-CCVQ LINE 10 COL 01
           MOVE WS-ZERO TO WS-CC-QTY
           ACCEPT WS-CC-QTY LINE 10 COL 50
           MOVE WS-CC-QTY TO WS-V-CC-QTY
           IF WS-V-CC-QTY = 0 THEN
              GO TO 0100-GET-SOLD-QTY-FIN
           END-IF
           IF WS-V-CC-QTY > WS-V-CC-HELD THEN
              DISPLAY WS-MSG-CCNH LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-GET-SOLD-QTY-FIN
           END-IF
           PERFORM 0100-LIST-PRICE
           IF WS-LPR-FOUND = 1 THEN
              MOVE WS-V-LPR-PRECIO TO WS-V-VRUNIT
           END-IF
           PERFORM 0100-ADD-LINE.
       0100-GET-SOLD-QTY-FIN.
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
              MOVE WS-CC-LISTA TO LPR-LISTA
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
                          IF LPR-LISTA NOT = WS-CC-LISTA
                          OR LPR-CODART NOT = WS-CODART THEN
                             SET WS-END-FILE TO 1
                          ELSE
                             IF LPR-CANTMIN NOT > WS-V-CC-QTY
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
      *    0100-ADD-LINE : Adds WS-V-CC-QTY of WS-CODART at WS-V-VRUNIT
      *    to the document and shows it.
      *-----------------------------------------------------------------
       0100-ADD-LINE.
           COMPUTE WS-V-CC-LINTOT = WS-V-CC-QTY * WS-V-VRUNIT
           ADD WS-V-CC-LINTOT TO WS-V-CC-TOTAL
           ADD 1 TO WS-CC-LCNT
           MOVE WS-CODART TO WS-CC-T-CODART(WS-CC-LCNT)
           MOVE WS-DESCART TO WS-CC-T-DESCART(WS-CC-LCNT)
           MOVE WS-V-CC-QTY TO WS-CC-T-CANT(WS-CC-LCNT)
           MOVE WS-V-VRUNIT TO WS-CC-T-VRUNIT(WS-CC-LCNT)
           MOVE WS-V-CC-LINTOT TO WS-CC-T-TOTAL(WS-CC-LCNT)
           MOVE WS-CC-TAXCLASS TO WS-CC-T-TAXCLASS(WS-CC-LCNT)
           IF WS-ROWCTRL > 20 THEN
              MOVE 11 TO WS-ROWCTRL
           END-IF
           DISPLAY WS-CC-T-CODART(WS-CC-LCNT)
              LINE WS-ROWCTRL COL 02
           DISPLAY WS-CC-T-DESCART(WS-CC-LCNT)
              LINE WS-ROWCTRL COL 13
           DISPLAY WS-CC-T-CANT(WS-CC-LCNT)
              LINE WS-ROWCTRL COL 50
           DISPLAY WS-CC-T-TOTAL(WS-CC-LCNT)
              LINE WS-ROWCTRL COL 64
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-DOC : Posts the confirmed document. A sell-through
      *    is invoiced first through the normal posting; then the
      *    document is written, every line moves its stock, the series
      *    advances and the document is printed.
      *-----------------------------------------------------------------
       0100-POST-DOC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              DISPLAY WS-MSG-CCNO LINE 24 COL 01
              GO TO 0100-POST-DOC-FIN
           END-IF
           MOVE WS-DATETIME(1:8) TO WS-CC-FECHA
           PERFORM 0100-CHECK-DOC-NUM
           IF WS-CC-FOUND = 1 THEN
              DISPLAY WS-MSG-CCER LINE 24 COL 01
              GO TO 0100-POST-DOC-FIN
           END-IF
           MOVE 0 TO WS-FAC-NUM
           IF WS-CC-VENTA THEN
              PERFORM 0100-INVOICE-SOLD THRU 0100-INVOICE-SOLD-FIN
              IF WS-FAC-WRT-OK = 0 THEN
                 GO TO 0100-POST-DOC-FIN
              END-IF
           END-IF
           PERFORM 0100-WRITE-DOC
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-LCNT
              EVALUATE TRUE
                 WHEN WS-CC-SALIDA
                    PERFORM 0100-POST-LINE-OUT
                 WHEN WS-CC-VENTA
                    PERFORM 0100-POST-LINE-SOLD
                 WHEN OTHER
                    PERFORM 0100-POST-LINE-BACK
              END-EVALUATE
           END-PERFORM
           COMPUTE WS-PAR-NEXTCSC = WS-CC-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           PERFORM 0100-PRINT-DOC
           DISPLAY WS-MSG-CCOK LINE 24 COL 01
           IF WS-CC-VENTA THEN
              MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
              DISPLAY WS-MSG-CCFV LINE 22 COL 01
              DISPLAY WS-FAC-NUM-ED LINE 22 COL 55
           END-IF.
       0100-POST-DOC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-DOC-NUM : WS-CC-FOUND ends 1 when the document
      *    number about to be used already exists in CONSCLI.DAT.
      *-----------------------------------------------------------------
       0100-CHECK-DOC-NUM.
           SET WS-CC-FOUND TO 0
           OPEN INPUT CONSCLI
           IF WS-CSC-STATUS = '00' THEN
              MOVE WS-CC-NUM TO CSC-NUM
              MOVE 0 TO CSC-LIN
              READ CONSCLI
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-CC-FOUND TO 1
              END-READ
           END-IF
           CLOSE CONSCLI
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-INVOICE-SOLD : The sold units go out as one invoice
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
           MOVE WS-CC-FECHA TO WS-RES-HOY
           PERFORM 0100-CHECK-RESOLUCION
           IF WS-RES-OK = 0 THEN
              DISPLAY WS-MSG-RESNO LINE 24 COL 01
              GO TO 0100-INVOICE-SOLD-FIN
           END-IF
           PERFORM 0100-POST-INVOICE
           IF WS-FAC-WRT-OK = 0 THEN
              DISPLAY WS-MSG-CCER LINE 24 COL 01
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
           MOVE WS-CC-FECHA TO FAC-FECHA
           MOVE WS-CC-CLIENTE TO FAC-CLIENTE
           MOVE WS-V-CC-TOTAL TO FAC-TOTAL
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
              PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                      UNTIL WS-CC-IDX > WS-CC-LCNT
                 MOVE SPACES TO FAC-REG
                 MOVE WS-FAC-NUM TO FAC-NUM
                 MOVE WS-CC-IDX TO FAC-LIN
                 MOVE WS-CC-FECHA TO FAC-FECHA
                 MOVE WS-CC-CLIENTE TO FAC-CLIENTE
                 MOVE WS-CC-T-CODART(WS-CC-IDX) TO FAC-CODART
                 MOVE WS-CC-T-DESCART(WS-CC-IDX) TO FAC-DESCART
                 MOVE WS-CC-T-CANT(WS-CC-IDX) TO FAC-CANT
                 MOVE WS-CC-T-VRUNIT(WS-CC-IDX) TO FAC-VRUNIT
                 MOVE WS-CC-T-TOTAL(WS-CC-IDX) TO FAC-TOTAL
                 MOVE WS-CC-T-TAXCLASS(WS-CC-IDX) TO FAC-TAXCLASS
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
           MOVE WS-CC-T-CODART(WS-CC-IDX) TO CODART
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
           MOVE WS-CC-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD WS-V-CC-TOTAL TO CLI-SALDO
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
           MOVE WS-CC-CLIENTE TO CXC-CLIENTE
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE WS-FAC-NUM TO CXC-NUM
           MOVE WS-CC-FECHA TO CXC-FECHA
           MOVE WS-CC-FECHA TO WS-VEN-FECHA
           PERFORM 0100-CALC-VENCE
           MOVE WS-VEN-FVENCE TO CXC-FVENCE
           MOVE WS-V-CC-TOTAL TO CXC-VALOR
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
      *    its lines to CONSCLI.DAT.
      *-----------------------------------------------------------------
       0100-WRITE-DOC.
           OPEN I-O CONSCLI
           MOVE SPACES TO CSC-REG
           MOVE WS-CC-NUM TO CSC-NUM
           MOVE 0 TO CSC-LIN
           MOVE WS-CC-TIPO TO CSC-TIPO
           MOVE WS-CC-FECHA TO CSC-FECHA
           MOVE WS-CC-CLIENTE TO CSC-CLIENTE
           MOVE WS-CC-ALM TO CSC-ALM
           MOVE WS-V-CC-TOTAL TO CSC-TOTAL
           MOVE WS-OPERATOR-ID TO CSC-OPERADOR
           MOVE WS-FAC-NUM TO CSC-FACREF
           WRITE CSC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-LCNT
              MOVE SPACES TO CSC-REG
              MOVE WS-CC-NUM TO CSC-NUM
              MOVE WS-CC-IDX TO CSC-LIN
              MOVE WS-CC-TIPO TO CSC-TIPO
              MOVE WS-CC-FECHA TO CSC-FECHA
              MOVE WS-CC-CLIENTE TO CSC-CLIENTE
              MOVE WS-CC-ALM TO CSC-ALM
              MOVE WS-CC-T-CODART(WS-CC-IDX) TO CSC-CODART
              MOVE WS-CC-T-DESCART(WS-CC-IDX) TO CSC-DESCART
              MOVE WS-CC-T-CANT(WS-CC-IDX) TO CSC-CANT
              MOVE WS-CC-T-VRUNIT(WS-CC-IDX) TO CSC-VRUNIT
              MOVE WS-CC-T-TOTAL(WS-CC-IDX) TO CSC-TOTAL
              MOVE WS-CC-T-TAXCLASS(WS-CC-IDX) TO CSC-TAXCLASS
              MOVE WS-OPERATOR-ID TO CSC-OPERADOR
              MOVE WS-FAC-NUM TO CSC-FACREF
              WRITE CSC-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM
           CLOSE CONSCLI
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-LINE-OUT : One consignment-out line. The units
      *    leave CANT and CANT-ALM1 as any dispatch does and enter the
      *    customer's consignment warehouse, with audit and a kardex
      *    record on each side. Lots and cost layers stay untouched:
      *    the goods are still ours until the customer sells them.
      *-----------------------------------------------------------------
       0100-POST-LINE-OUT.
           SET WS-CC-LINE-OK TO 0
           MOVE WS-CC-T-CODART(WS-CC-IDX) TO WS-CODART
           MOVE WS-CC-T-CANT(WS-CC-IDX) TO WS-V-CC-QTY
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
                    WS-V-CANT-ALM1 - WS-V-CC-QTY
                 IF WS-V-NEWCANT-ALM < 0 THEN
                    DISPLAY WS-MSG-CCNS LINE 24 COL 01
                 ELSE
                    SET WS-CC-LINE-OK TO 1
                    MOVE CANT TO WS-BEF-CANT
                    MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                    COMPUTE WS-V-NEWCANT = WS-V-CANT - WS-V-CC-QTY
                    MOVE WS-V-NEWCANT TO CANT
                    MOVE WS-V-NEWCANT-ALM TO CANT-ALM1
                    MOVE WS-CC-FECHA TO LASTMOV
                    REWRITE INVENT-REG
                    MOVE 'CONSIG-SAL' TO WS-AUD-TTYPE
                    MOVE SPACES TO WS-AUD-BEFORE
                    MOVE SPACES TO WS-AUD-AFTER
                    STRING WS-BEF-CANT ' / ' WS-BEF-CANT-ALM1
                    DELIMITED BY SIZE INTO WS-AUD-BEFORE
                    STRING 'CSC ' WS-CC-NUM-ED ' ' CANT ' / '
                           CANT-ALM1 ' A ALM ' WS-CC-ALM
                    DELIMITED BY SIZE INTO WS-AUD-AFTER
                    PERFORM 0100-WRITE-AUDIT-REC
                    MOVE 'CONSIG-SAL' TO WS-MOV-TIPO
                    COMPUTE WS-MOV-CANT = 0 - WS-V-CC-QTY
                    MOVE '1' TO WS-MOV-ALM
                    MOVE WS-V-NEWCANT TO WS-MOV-SALDO
                    PERFORM 0100-MOV-REF-DOC
                    PERFORM 0100-WRITE-MOV-REC
                 END-IF
           END-READ
           CLOSE INVENTARIO
           IF WS-CC-LINE-OK = 1 THEN
              PERFORM 0100-HELD-IN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HELD-IN : Adds WS-V-CC-QTY of WS-CODART to the
      *    customer's consignment warehouse, with its kardex record.
      *-----------------------------------------------------------------
       0100-HELD-IN.
           OPEN I-O STOCKALM
           MOVE WS-CODART TO SAL-CODART
           MOVE WS-CC-ALM TO SAL-ALM
           READ STOCKALM
              INVALID KEY
                 MOVE WS-CODART TO SAL-CODART
                 MOVE WS-CC-ALM TO SAL-ALM
                 MOVE WS-V-CC-QTY TO SAL-CANT
                 MOVE SPACES TO SAL-NIVELES
                 WRITE SAL-REG
              NOT INVALID KEY
                 ADD WS-V-CC-QTY TO SAL-CANT
                 REWRITE SAL-REG
           END-READ
           MOVE SAL-CANT TO WS-V-CC-SALDO
           CLOSE STOCKALM
           MOVE 'CONSIG-SAL' TO WS-MOV-TIPO
           MOVE WS-V-CC-QTY TO WS-MOV-CANT
           MOVE WS-CC-ALM(1:1) TO WS-MOV-ALM
           MOVE WS-V-CC-SALDO TO WS-MOV-SALDO
           PERFORM 0100-MOV-REF-DOC
           PERFORM 0100-WRITE-MOV-REC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HELD-OUT : Takes WS-V-CC-QTY of WS-CODART out of the
      *    customer's consignment warehouse, refusing to go below
      *    zero; WS-CC-LINE-OK ends 1 when it was taken. The kardex
      *    record carries the movement type loaded by the caller.
      *-----------------------------------------------------------------
       0100-HELD-OUT.
           SET WS-CC-LINE-OK TO 0
           OPEN I-O STOCKALM
           MOVE WS-CODART TO SAL-CODART
           MOVE WS-CC-ALM TO SAL-ALM
           READ STOCKALM
              INVALID KEY
                 DISPLAY WS-MSG-CCNH LINE 24 COL 01
              NOT INVALID KEY
                 COMPUTE WS-V-CC-SALDO = SAL-CANT - WS-V-CC-QTY
                 IF WS-V-CC-SALDO < 0 THEN
                    DISPLAY WS-MSG-CCNH LINE 24 COL 01
                 ELSE
                    SET WS-CC-LINE-OK TO 1
                    MOVE WS-V-CC-SALDO TO SAL-CANT
                    REWRITE SAL-REG
                 END-IF
           END-READ
           CLOSE STOCKALM
           IF WS-CC-LINE-OK = 1 THEN
              COMPUTE WS-MOV-CANT = 0 - WS-V-CC-QTY
              MOVE WS-CC-ALM(1:1) TO WS-MOV-ALM
              MOVE WS-V-CC-SALDO TO WS-MOV-SALDO
              PERFORM 0100-MOV-REF-DOC
              PERFORM 0100-WRITE-MOV-REC
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MOV-REF-DOC : Kardex reference of the document.
      *-----------------------------------------------------------------
       0100-MOV-REF-DOC.
           MOVE SPACES TO WS-MOV-REF
           STRING 'CSC ' WS-CC-NUM-ED ' ALM ' WS-CC-ALM
           DELIMITED BY SIZE INTO WS-MOV-REF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-LINE-SOLD : One sell-through line. The units
      *    leave the customer's consignment warehouse (CANT already
      *    let them go at consignment-out) and, now that they are
      *    sold, their lots and cost layers are consumed as the
      *    invoice posting does.
      *-----------------------------------------------------------------
       0100-POST-LINE-SOLD.
           MOVE WS-CC-T-CODART(WS-CC-IDX) TO WS-CODART
           MOVE WS-CC-T-CANT(WS-CC-IDX) TO WS-V-CC-QTY
           MOVE 'CONSIG-VTA' TO WS-MOV-TIPO
           PERFORM 0100-HELD-OUT
           IF WS-CC-LINE-OK = 0 THEN
              GO TO 0100-POST-LINE-SOLD-FIN
           END-IF
           MOVE 'CONSIG-VTA' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE WS-V-CC-SALDO TO WS-DISPON-ED
           MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
           STRING 'ALM ' WS-CC-ALM ' CLIENTE ' WS-CC-CLIENTE
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'CSC ' WS-CC-NUM-ED ' FAC ' WS-FAC-NUM-ED
                  ' SALDO ' WS-DISPON-ED
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           PERFORM 0100-FEFO-CONSUME-CSC
           MOVE WS-V-CC-QTY TO WS-V-CAP-QTY
           PERFORM 0100-EAT-COST-LAYERS.
       0100-POST-LINE-SOLD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-LINE-BACK : One return line. The units leave the
      *    customer's consignment warehouse and come back into CANT
      *    and CANT-ALM1, with audit and kardex records.
      *-----------------------------------------------------------------
       0100-POST-LINE-BACK.
           MOVE WS-CC-T-CODART(WS-CC-IDX) TO WS-CODART
           MOVE WS-CC-T-CANT(WS-CC-IDX) TO WS-V-CC-QTY
           MOVE 'CONSIG-DEV' TO WS-MOV-TIPO
           PERFORM 0100-HELD-OUT
           IF WS-CC-LINE-OK = 0 THEN
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
                 COMPUTE WS-V-NEWCANT = WS-V-CANT + WS-V-CC-QTY
                 COMPUTE WS-V-NEWCANT-ALM =
                    WS-V-CANT-ALM1 + WS-V-CC-QTY
                 MOVE WS-V-NEWCANT TO CANT
                 MOVE WS-V-NEWCANT-ALM TO CANT-ALM1
                 MOVE WS-CC-FECHA TO LASTMOV
                 REWRITE INVENT-REG
                 MOVE 'CONSIG-DEV' TO WS-AUD-TTYPE
                 MOVE SPACES TO WS-AUD-BEFORE
                 MOVE SPACES TO WS-AUD-AFTER
                 STRING WS-BEF-CANT ' / ' WS-BEF-CANT-ALM1
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE
                 STRING 'CSC ' WS-CC-NUM-ED ' ' CANT ' / '
                        CANT-ALM1 ' DE ALM ' WS-CC-ALM
                 DELIMITED BY SIZE INTO WS-AUD-AFTER
                 PERFORM 0100-WRITE-AUDIT-REC
                 MOVE 'CONSIG-DEV' TO WS-MOV-TIPO
                 MOVE WS-V-CC-QTY TO WS-MOV-CANT
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
      *    0100-FEFO-CONSUME-CSC : Draws the sold quantity down from
      *    the article's lots first-expiry-first-out, exactly as
      *    FACTUR01's posting does, leaving one CSG-LOTE trace record
      *    per lot consumed and warning on an expired-only lot.
      *-----------------------------------------------------------------
       0100-FEFO-CONSUME-CSC.
           MOVE WS-CC-FECHA TO WS-FEFO-HOY
           MOVE WS-V-CC-QTY TO WS-LOT-REMAIN
           OPEN I-O LOTES
           IF WS-LOT-STATUS NOT = '00' AND WS-LOT-STATUS NOT = '05'
              CLOSE LOTES
           ELSE
              SET WS-LOT-FOUND TO 1
              PERFORM UNTIL WS-LOT-REMAIN = 0 OR WS-LOT-FOUND = 0
                 PERFORM 0100-FEFO-FIND-LOT-CSC
                 IF WS-LOT-FOUND = 1 THEN
                    IF WS-LOT-BEST-FV < WS-FEFO-HOY THEN
                       DISPLAY WS-MSG-CCLV LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                       DISPLAY WS-SPC LINE 24 COL 01
                    END-IF
                    PERFORM 0100-FEFO-TAKE-LOT-CSC
                 END-IF
              END-PERFORM
              CLOSE LOTES
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FEFO-FIND-LOT-CSC : The article's lot with stock that
      *    expires first; lots without expiry date go last.
      *-----------------------------------------------------------------
       0100-FEFO-FIND-LOT-CSC.
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
      *    0100-FEFO-TAKE-LOT-CSC : Discounts what it can of the
      *    pending quantity from the chosen lot and logs the trace.
      *-----------------------------------------------------------------
       0100-FEFO-TAKE-LOT-CSC.
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
                 MOVE 'CSG-LOTE' TO WS-MOV-TIPO
                 MOVE 0 TO WS-MOV-CANT
                 MOVE WS-CC-ALM(1:1) TO WS-MOV-ALM
                 MOVE WS-V-LOT-CANT TO WS-MOV-SALDO
                 MOVE SPACES TO WS-MOV-REF
                 STRING 'CSC ' WS-CC-NUM-ED ' '
                        WS-LOT-BEST-NUM(1:9)
                 DELIMITED BY SIZE INTO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-DOC : Prints the consignment document, signed by
      *    the customer when the goods go out or come back.
      *-----------------------------------------------------------------
       0100-PRINT-DOC.
           OPEN OUTPUT CSCPRN
           MOVE SPACES TO CSCPRN-RECORD
           EVALUATE TRUE
              WHEN WS-CC-SALIDA
                 STRING 'SALIDA A CONSIGNACION No.: ' WS-CC-NUM-ED
                 DELIMITED BY SIZE INTO CSCPRN-RECORD
              WHEN WS-CC-VENTA
                 MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
                 STRING 'VENTA EN CONSIGNACION No.: ' WS-CC-NUM-ED
                        '  FACTURA No.: ' WS-FAC-NUM-ED
                 DELIMITED BY SIZE INTO CSCPRN-RECORD
              WHEN OTHER
                 STRING 'DEVOLUCION DE CONSIGNACION No.: '
                        WS-CC-NUM-ED
                 DELIMITED BY SIZE INTO CSCPRN-RECORD
           END-EVALUATE
           WRITE CSCPRN-RECORD
           MOVE SPACES TO CSCPRN-RECORD
           STRING 'FECHA: ' WS-CC-FECHA
                  '  CLIENTE: ' WS-CC-CLIENTE ' ' WS-CC-NOMBRE
           DELIMITED BY SIZE INTO CSCPRN-RECORD
           WRITE CSCPRN-RECORD
           MOVE SPACES TO CSCPRN-RECORD
           STRING 'ALMACEN DE CONSIGNACION: ' WS-CC-ALM
           DELIMITED BY SIZE INTO CSCPRN-RECORD
           WRITE CSCPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO CSCPRN-RECORD
           WRITE CSCPRN-RECORD
           MOVE 'CODIGO     DESCRIPCION                        '-
       'CANTIDAD       VALOR' TO CSCPRN-RECORD
           WRITE CSCPRN-RECORD
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-LCNT
              MOVE SPACES TO CSCPRN-RECORD
              STRING WS-CC-T-CODART(WS-CC-IDX) ' '
                     WS-CC-T-DESCART(WS-CC-IDX) ' '
                     WS-CC-T-CANT(WS-CC-IDX) ' '
                     WS-CC-T-TOTAL(WS-CC-IDX)
              DELIMITED BY SIZE INTO CSCPRN-RECORD
              WRITE CSCPRN-RECORD
           END-PERFORM
           MOVE WS-HYPHNS(1:80) TO CSCPRN-RECORD
           WRITE CSCPRN-RECORD
           MOVE WS-V-CC-TOTAL TO WS-CC-TOTAL-ED
           MOVE SPACES TO CSCPRN-RECORD
           STRING 'TOTAL: ' WS-CC-TOTAL-ED
           DELIMITED BY SIZE INTO CSCPRN-RECORD
           WRITE CSCPRN-RECORD
           IF NOT WS-CC-VENTA THEN
              MOVE SPACES TO CSCPRN-RECORD
              WRITE CSCPRN-RECORD
              MOVE 'RECIBIDO: ______________________________'
                 TO CSCPRN-RECORD
              WRITE CSCPRN-RECORD
           END-IF
           CLOSE CSCPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HOLDINGS : What every customer holds on consignment,
      *    valued at the article's sale price and at its average cost
      *    (standard cost while it has none), with a total per
      *    customer, in a CONSCLI_<stamp>.CSV registered in
      *    INFORMES.LOG.
      *-----------------------------------------------------------------
       0100-HOLDINGS.
           MOVE 0 TO WS-CC-NCLI
           MOVE 0 TO WS-V-CC-TOTVTA
           MOVE 0 TO WS-V-CC-TOTCOS
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'CONSCLI_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN INPUT ALMACEN
           IF WS-ALM-STATUS NOT = '00' THEN
              CLOSE ALMACEN
              DISPLAY WS-MSG-CCN0 LINE 10 COL 01
              GO TO 0100-HOLDINGS-FIN
           END-IF
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CLIENTE' WS-CSV-DELIM
                  'NOMBRE' WS-CSV-DELIM
                  'ALMACEN' WS-CSV-DELIM
                  'CODIGO' WS-CSV-DELIM
                  'DESCRIPCION' WS-CSV-DELIM
                  'CANTIDAD' WS-CSV-DELIM
                  'PRECIO' WS-CSV-DELIM
                  'VALOR VENTA' WS-CSV-DELIM
                  'COSTO' WS-CSV-DELIM
                  'VALOR COSTO'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           OPEN INPUT CLIENTES
           OPEN INPUT STOCKALM
           OPEN INPUT INVENTARIO
           SET WS-CC-EOF TO 0
           PERFORM UNTIL WS-CC-EOF = 1
              READ ALMACEN NEXT RECORD
                 AT END
                    SET WS-CC-EOF TO 1
                 NOT AT END
                    IF ALM-TIPO-CLIENTE THEN
                       PERFORM 0100-HOLD-ALMACEN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INVENTARIO
           CLOSE STOCKALM
           CLOSE CLIENTES
           CLOSE ALMACEN
           MOVE WS-V-CC-TOTVTA TO WS-CC-VALVTA-ED
           MOVE WS-V-CC-TOTCOS TO WS-CC-VALCOS-ED
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'TOTAL GENERAL' WS-CSV-DELIM
                  WS-CSV-DELIM WS-CSV-DELIM WS-CSV-DELIM
                  WS-CSV-DELIM WS-CSV-DELIM WS-CSV-DELIM
                  WS-CC-VALVTA-ED WS-CSV-DELIM
                  WS-CSV-DELIM
                  WS-CC-VALCOS-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           IF WS-CC-NCLI = 0 THEN
              DISPLAY WS-MSG-CCN0 LINE 10 COL 01
           END-IF
           MOVE WS-CC-NCLI TO WS-CC-NCLI-ED
           DISPLAY WS-MSG-CCRC LINE 12 COL 01
           DISPLAY WS-CC-NCLI-ED LINE 12 COL 45
           DISPLAY WS-MSG-CCRV LINE 13 COL 01
           DISPLAY WS-CC-VALVTA-ED LINE 13 COL 38
           DISPLAY WS-MSG-CCRK LINE 14 COL 01
           DISPLAY WS-CC-VALCOS-ED LINE 14 COL 38
           DISPLAY WS-MSG-CCRO LINE 22 COL 01.
       0100-HOLDINGS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HOLD-ALMACEN : Report lines of one customer's
      *    consignment warehouse and its total line.
      *-----------------------------------------------------------------
       0100-HOLD-ALMACEN.
           MOVE 0 TO WS-V-CC-SUBVTA
           MOVE 0 TO WS-V-CC-SUBCOS
           MOVE SPACES TO WS-CC-NOMBRE
           IF WS-CLI-STATUS = '00' THEN
              MOVE ALM-CLIENTE TO CLI-ID
              READ CLIENTES
                 KEY IS CLI-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CLI-NOMBRE TO WS-CC-NOMBRE
              END-READ
           END-IF
           IF WS-SAL-STATUS NOT = '00' THEN
              GO TO 0100-HOLD-ALMACEN-FIN
           END-IF
           MOVE LOW-VALUES TO SAL-CLAVE
           START STOCKALM KEY IS NOT LESS THAN SAL-CLAVE
              INVALID KEY
                 CONTINUE
           END-START
           SET WS-CC-EOF2 TO 0
           PERFORM UNTIL WS-CC-EOF2 = 1
              READ STOCKALM NEXT RECORD
                 AT END
                    SET WS-CC-EOF2 TO 1
                 NOT AT END
                    IF SAL-ALM = ALM-COD AND SAL-CANT > 0 THEN
                       PERFORM 0100-HOLD-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-V-CC-SUBVTA = 0 AND WS-V-CC-SUBCOS = 0 THEN
              GO TO 0100-HOLD-ALMACEN-FIN
           END-IF
           ADD 1 TO WS-CC-NCLI
           ADD WS-V-CC-SUBVTA TO WS-V-CC-TOTVTA
           ADD WS-V-CC-SUBCOS TO WS-V-CC-TOTCOS
           MOVE WS-V-CC-SUBVTA TO WS-CC-VALVTA-ED
           MOVE WS-V-CC-SUBCOS TO WS-CC-VALCOS-ED
           MOVE SPACES TO OUTPUT-RECORD
           STRING ALM-CLIENTE WS-CSV-DELIM
                  WS-CC-NOMBRE WS-CSV-DELIM
                  ALM-COD WS-CSV-DELIM
                  'TOTAL CLIENTE' WS-CSV-DELIM
                  WS-CSV-DELIM WS-CSV-DELIM WS-CSV-DELIM
                  WS-CC-VALVTA-ED WS-CSV-DELIM
                  WS-CSV-DELIM
                  WS-CC-VALCOS-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.
       0100-HOLD-ALMACEN-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HOLD-LINE : One article held, valued at VRUNIT and at
      *    cost.
      *-----------------------------------------------------------------
       0100-HOLD-LINE.
           MOVE SPACES TO WS-DESCART
           MOVE 0 TO WS-V-VRUNIT
           MOVE 0 TO WS-V-CC-COSTO
           MOVE SAL-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE DESCART TO WS-DESCART
                 MOVE VRUNIT TO WS-V-VRUNIT
                 MOVE AVGCOST TO WS-V-CC-COSTO
                 IF WS-V-CC-COSTO = 0 THEN
                    MOVE STDCOST TO WS-V-CC-COSTO
                 END-IF
           END-READ
           MOVE SAL-CANT TO WS-V-CC-QTY
           COMPUTE WS-V-CC-VALVTA = WS-V-CC-QTY * WS-V-VRUNIT
           COMPUTE WS-V-CC-VALCOS = WS-V-CC-QTY * WS-V-CC-COSTO
           ADD WS-V-CC-VALVTA TO WS-V-CC-SUBVTA
           ADD WS-V-CC-VALCOS TO WS-V-CC-SUBCOS
           MOVE WS-V-CC-QTY TO WS-CC-HELD-ED
           MOVE WS-V-VRUNIT TO WS-CC-PRECIO-ED
           MOVE WS-V-CC-COSTO TO WS-CC-COSTO-ED
           MOVE WS-V-CC-VALVTA TO WS-CC-VALVTA-ED
           MOVE WS-V-CC-VALCOS TO WS-CC-VALCOS-ED
           MOVE SPACES TO OUTPUT-RECORD
           STRING ALM-CLIENTE WS-CSV-DELIM
                  WS-CC-NOMBRE WS-CSV-DELIM
                  ALM-COD WS-CSV-DELIM
                  SAL-CODART WS-CSV-DELIM
                  WS-DESCART WS-CSV-DELIM
                  WS-CC-HELD-ED WS-CSV-DELIM
                  WS-CC-PRECIO-ED WS-CSV-DELIM
                  WS-CC-VALVTA-ED WS-CSV-DELIM
                  WS-CC-COSTO-ED WS-CSV-DELIM
                  WS-CC-VALCOS-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
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
       END PROGRAM CONSCLI01.
