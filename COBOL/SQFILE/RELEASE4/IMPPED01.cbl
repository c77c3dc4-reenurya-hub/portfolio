      ******************************************************************
      * Program      : IMPPED01.cbl                                    *
      * Purpose      : Import of the orders chain customers send as    *
      *                a spreadsheet (PEDIDO_CLIENTE.CSV) in their own *
      *                item codes. Each code is translated through the *
      *                customer article cross-reference CLIARTIC.DAT,  *
      *                kept from this same program; the price is       *
      *                checked against the customer's LISTAPR.DAT      *
      *                price and the quantity against the available    *
      *                stock (CANT less CANT-COMP). Lines that can     *
      *                ship go out on one delivery note posted as      *
      *                REMIS01 does, lines that cannot ship yet are    *
      *                reserved in RESERVAS.DAT under the customer's   *
      *                order reference, and every refused line goes to *
      *                PEDIDO_RECHAZOS.CSV with the reason.            *
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
       PROGRAM-ID. IMPPED01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CLISEL.cpy".
       copy "REMSEL.cpy".
       copy "RSVSEL.cpy".
       copy "LPRSEL.cpy".
       copy "XRFSEL.cpy".
       copy "CAASEL.cpy".
      *
           SELECT PEDIDOCSV ASSIGN TO "PEDIDO_CLIENTE.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-IPD-STATUS.
      *
           SELECT PEDRECHA ASSIGN TO "PEDIDO_RECHAZOS.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-IPJ-STATUS.
      *
           SELECT REMPRN ASSIGN TO "REMISION.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "REMFD.cpy".
      *
       copy "RSVFD.cpy".
      *
       copy "LPRFD.cpy".
      *
       copy "XRFFD.cpy".
      *
       copy "CAAFD.cpy".
      *
       FD PEDIDOCSV.
       01 IPD-REG                   PIC X(200).
      *
       FD PEDRECHA.
       01 IPJ-REG                   PIC X(250).
      *
       FD REMPRN.
       01 REMPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-CLI-STATUS      PIC XX.
           77 WS-REM-STATUS      PIC XX.
           77 WS-RSV-STATUS      PIC XX.
           77 WS-LPR-STATUS      PIC XX.
           77 WS-CAA-STATUS      PIC XX.
           77 WS-IPD-STATUS      PIC XX.
           77 WS-IPJ-STATUS      PIC XX.
           77 WS-IP-CLIENTE      PIC X(10).
           77 WS-IP-LISTA        PIC X(06).
           77 WS-IP-PEDREF       PIC X(20).
           77 WS-IP-CLI-OK       PIC 9 VALUE 0.
           77 WS-IP-CODCLI       PIC X(20).
           77 WS-IP-CANT         PIC X(12).
           77 WS-IP-PRECIO       PIC X(12).
           77 WS-IP-CODART       PIC X(10).
           77 WS-IP-DESCCLI      PIC X(30).
           77 WS-IP-TAXCLASS     PIC X(01).
           77 WS-IP-OK           PIC 9 VALUE 0.
           77 WS-IP-FOUND        PIC 9 VALUE 0.
           77 WS-IP-EOF          PIC 9 VALUE 0.
           77 WS-IP-MOTIVO       PIC X(40).
           77 WS-IP-PRECIO-ED    PIC ZZZZ9.99.
           77 WS-V-IP-CANT       PIC 9(5)V99.
           77 WS-V-IP-PRECIO     PIC 9(5)V99.
           77 WS-V-IP-ESPERA     PIC 9(5)V99.
           77 WS-V-IP-DISP       PIC S9(6)V99.
           77 WS-V-IP-PEND       PIC 9(6)V99.
           77 WS-V-IP-RPEND      PIC 9(6)V99.
           77 WS-IP-LNCNT        PIC 9(5) VALUE 0.
           77 WS-IP-RJCNT        PIC 9(5) VALUE 0.
           77 WS-IP-RSCNT        PIC 9(03) VALUE 0.
           77 WS-IP-IDX          PIC 9(03) VALUE 0.
           77 WS-IP-CNT-ED       PIC ZZZZ9.
           77 WS-REM-NUM         PIC 9(06) VALUE 0.
           77 WS-REM-NUM-ED      PIC ZZZZZ9.
           77 WS-REM-FECHA       PIC X(08).
           77 WS-REM-LCNT        PIC 9(03) VALUE 0.
           77 WS-REM-IDX         PIC 9(03) VALUE 0.
           77 WS-REM-OK          PIC 9 VALUE 0.
           77 WS-V-REM-QTY       PIC 9(5)V99.
           77 WS-V-REM-LINTOT    PIC 9(7)V99.
           77 WS-V-REM-TOTAL     PIC 9(7)V99 VALUE 0.
           77 WS-REM-TOTAL-ED    PIC ZZZZZZZ9.99.
           77 WS-FEFO-HOY        PIC X(08).
           77 WS-V-FEFO-TOMA     PIC 9(5)V99.
           77 WS-RS-CODART       PIC X(10).
           77 WS-RS-SEQ          PIC 9(04) VALUE 0.
           77 WS-V-RS-CANT       PIC 9(5)V99.
           77 WS-LPR-FOUND       PIC 9 VALUE 0.
           77 WS-V-LPR-PRECIO    PIC 9(5)V99.
           77 WS-V-LPR-BESTMIN   PIC 9(5)V99.
      *
       01 WS-REM-TABLE.
           02 WS-REM-LINEA OCCURS 50 TIMES.
               03 WS-REM-T-CODART   PIC X(10).
               03 WS-REM-T-DESCART  PIC X(35).
               03 WS-REM-T-CANT     PIC ZZZZ9.99.
               03 WS-REM-T-VRUNIT   PIC ZZZZ9.99.
               03 WS-REM-T-TOTAL    PIC ZZZZZZZ9.99.
               03 WS-REM-T-TAXCLASS PIC X(01).
      *
       01 WS-IP-RSV-TABLE.
           02 WS-IP-RSV-LINEA OCCURS 50 TIMES.
               03 WS-IP-R-CODART    PIC X(10).
               03 WS-IP-R-CANT      PIC 9(5)V99.
      *
           77 WS-ST-IPD    PIC X(25) VALUE 'PEDIDOS DE CLIENTES CSV  '.
           77 WS-MSG-IPOP PIC X(80) VALUE ' 1-IMPORTA 2-CODIGO CLIEN'-
       'TE 3-BORRA CODIGO 4-CONSULTA 9-SALE Ingrese opcion [  ]'.
           77 WS-MSG-IPCL PIC X(80) VALUE ' Cliente (ENTER para canc'-
       'elar):                                                 '.
           77 WS-MSG-IPCN PIC X(80) VALUE ' Cliente no encontrado, i'-
       'nactivo o fusionado en otro.                           '.
           77 WS-MSG-IPRF PIC X(80) VALUE ' Referencia del pedido de'-
       'l cliente:                                             '.
           77 WS-MSG-IPNF PIC X(80) VALUE ' No se encontro el archiv'-
       'o PEDIDO_CLIENTE.CSV para importar.                    '.
           77 WS-MSG-IPLN PIC X(80) VALUE ' Lineas leidas del pedido'-
       ':                                                      '.
           77 WS-MSG-IPDS PIC X(80) VALUE ' Lineas para despachar en'-
       ' remision:                                             '.
           77 WS-MSG-IPRS PIC X(80) VALUE ' Lineas para reservar (si'-
       'n existencia disponible):                              '.
           77 WS-MSG-IPRJ PIC X(80) VALUE ' Lineas rechazadas (ver P'-
       'EDIDO_RECHAZOS.CSV):                                   '.
           77 WS-MSG-IPVT PIC X(80) VALUE ' Valor de la remision:   '-
       '                                                       '.
           77 WS-MSG-IPNL PIC X(80) VALUE ' Ninguna linea del pedido'-
       ' se puede despachar ni reservar.                       '.
           77 WS-MSG-IPOK PIC X(80) VALUE ' Pedido registrado. Remis'-
       'ion No.:                                               '.
           77 WS-MSG-IPRO PIC X(80) VALUE ' Pedido registrado solo c'-
       'omo reservas; no hubo remision.                        '.
           77 WS-MSG-IPNO PIC X(80) VALUE ' El pedido no fue registr'-
       'ado.                                                   '.
           77 WS-MSG-IPER PIC X(80) VALUE ' ERROR: numero de remisio'-
       'n duplicado. NADA fue grabado. Revise PARAM01.         '.
           77 WS-MSG-IPLV PIC X(80) VALUE ' AVISO: el unico lote dis'-
       'ponible esta VENCIDO. Revise antes de despachar.       '.
           77 WS-MSG-IPCC PIC X(80) VALUE ' Codigo del articulo segu'-
       'n el cliente:                                          '.
           77 WS-MSG-IPCA PIC X(80) VALUE ' Codigo del articulo en e'-
       'l inventario:                                          '.
           77 WS-MSG-IPCD PIC X(80) VALUE ' Descripcion que usa el c'-
       'liente:                                                '.
           77 WS-MSG-IPAN PIC X(80) VALUE ' Articulo no encontrado e'-
       'ntre los articulos activos.                            '.
           77 WS-MSG-IPGR PIC X(80) VALUE ' Codigo del cliente regis'-
       'trado.                                                 '.
           77 WS-MSG-IPAC PIC X(80) VALUE ' Codigo del cliente actua'-
       'lizado.                                                '.
           77 WS-MSG-IPBX PIC X(80) VALUE ' Ese codigo no esta regis'-
       'trado para el cliente.                                 '.
           77 WS-MSG-IPBR PIC X(80) VALUE ' Codigo del cliente elimi'-
       'nado.                                                  '.
           77 WS-MSG-IPN0 PIC X(80) VALUE ' El cliente no tiene codi'-
       'gos de articulo registrados.                           '.
           77 WS-LB-IPC    PIC X(78) VALUE 'CODIGO CLIENTE       ARTI'-
       'CULO   DESCRIPCION DEL CLIENTE'.
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
                 WS-ST-IPD         LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-IPOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-IMPORT-ORDER THRU 0100-IMPORT-FIN
                 WHEN 2
                    PERFORM 0100-CAA-ADD THRU 0100-CAA-ADD-FIN
                 WHEN 3
                    PERFORM 0100-CAA-DELETE THRU 0100-CAA-DEL-FIN
                 WHEN 4
                    PERFORM 0100-CAA-LIST THRU 0100-CAA-LIST-FIN
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
      *    0100-GET-CLIENTE : Asks and validates the customer; one
      *    merged into another is refused. Leaves the price list the
      *    customer buys on in WS-IP-LISTA, GENERL when it has none.
      *-----------------------------------------------------------------
       0100-GET-CLIENTE.
           SET WS-IP-CLI-OK TO 0
           MOVE 'GENERL' TO WS-IP-LISTA
           MOVE SPACES TO WS-IP-CLIENTE
           DISPLAY WS-MSG-IPCL LINE 06 COL 01
           ACCEPT WS-IP-CLIENTE LINE 06 COL 40
           IF WS-IP-CLIENTE = SPACES
           OR WS-IP-CLIENTE = LOW-VALUE THEN
              CONTINUE
           ELSE
              OPEN INPUT CLIENTES
              IF WS-CLI-STATUS NOT = '35' THEN
                 MOVE WS-IP-CLIENTE TO CLI-ID
                 READ CLIENTES
                    KEY IS CLI-ID
                    INVALID KEY
                       SET WS-IP-CLI-OK TO 0
                    NOT INVALID KEY
                       IF CLI-ACTIVO AND CLI-FUSION = SPACES THEN
                          SET WS-IP-CLI-OK TO 1
                          DISPLAY CLI-NOMBRE LINE 06 COL 51
                          IF CLI-LISTA NOT = SPACES THEN
                             MOVE CLI-LISTA TO WS-IP-LISTA
                          END-IF
                       END-IF
                 END-READ
                 CLOSE CLIENTES
              END-IF
              IF WS-IP-CLI-OK = 0 THEN
                 DISPLAY WS-MSG-IPCN LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IMPORT-ORDER : Reads the customer's order file, sorts
      *    every line into the delivery note, the reservations or
      *    the reject file, shows the outcome and, confirmed, posts
      *    the note and the reservations.
      *-----------------------------------------------------------------
       0100-IMPORT-ORDER.
           PERFORM 0100-GET-CLIENTE
           IF WS-IP-CLI-OK = 0 THEN
              DISPLAY WS-MSG-IPNO LINE 24 COL 01
              GO TO 0100-IMPORT-FIN
           END-IF
           DISPLAY WS-MSG-IPRF LINE 07 COL 01
           MOVE SPACES TO WS-IP-PEDREF
           ACCEPT WS-IP-PEDREF LINE 07 COL 40
           OPEN INPUT PEDIDOCSV
           IF WS-IPD-STATUS = '35' THEN
              CLOSE PEDIDOCSV
              DISPLAY WS-MSG-IPNF LINE 10 COL 01
              GO TO 0100-IMPORT-FIN
           END-IF
           CLOSE PEDIDOCSV
           PERFORM 0100-READ-ORDER
           MOVE WS-IP-LNCNT TO WS-IP-CNT-ED
           DISPLAY WS-MSG-IPLN LINE 10 COL 01
           DISPLAY WS-IP-CNT-ED LINE 10 COL 52
           MOVE WS-REM-LCNT TO WS-IP-CNT-ED
           DISPLAY WS-MSG-IPDS LINE 11 COL 01
           DISPLAY WS-IP-CNT-ED LINE 11 COL 52
           MOVE WS-IP-RSCNT TO WS-IP-CNT-ED
           DISPLAY WS-MSG-IPRS LINE 12 COL 01
           DISPLAY WS-IP-CNT-ED LINE 12 COL 52
           MOVE WS-IP-RJCNT TO WS-IP-CNT-ED
           DISPLAY WS-MSG-IPRJ LINE 13 COL 01
           DISPLAY WS-IP-CNT-ED LINE 13 COL 52
           MOVE WS-V-REM-TOTAL TO WS-REM-TOTAL-ED
           DISPLAY WS-MSG-IPVT LINE 15 COL 01
           DISPLAY WS-REM-TOTAL-ED LINE 15 COL 46
           IF WS-REM-LCNT = 0 AND WS-IP-RSCNT = 0 THEN
              DISPLAY WS-MSG-IPNL LINE 24 COL 01
              GO TO 0100-IMPORT-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 20 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-IPNO LINE 24 COL 01
              GO TO 0100-IMPORT-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              DISPLAY WS-MSG-IPNO LINE 24 COL 01
              GO TO 0100-IMPORT-FIN
           END-IF
           SET WS-REM-OK TO 1
           IF WS-REM-LCNT > 0 THEN
              PERFORM 0100-POST-NOTE THRU 0100-POST-NOTE-FIN
           END-IF
           IF WS-REM-OK = 0 THEN
              GO TO 0100-IMPORT-FIN
           END-IF
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-RSCNT
              PERFORM 0100-POST-RESERVE
           END-PERFORM
           MOVE 'PEDIDO-CSV' TO WS-SES-EVENTO
           MOVE WS-IP-CLIENTE TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           IF WS-REM-LCNT > 0 THEN
              MOVE WS-REM-NUM TO WS-REM-NUM-ED
              DISPLAY WS-MSG-IPOK LINE 22 COL 01
              DISPLAY WS-REM-NUM-ED LINE 22 COL 36
           ELSE
              DISPLAY WS-MSG-IPRO LINE 22 COL 01
           END-IF.
       0100-IMPORT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-READ-ORDER : One pass over the order file. Nothing is
      *    posted here; the lines only land in the note and the
      *    reservation tables, and the refused ones in the reject
      *    file.
      *-----------------------------------------------------------------
       0100-READ-ORDER.
           MOVE 0 TO WS-IP-LNCNT
           MOVE 0 TO WS-IP-RJCNT
           MOVE 0 TO WS-IP-RSCNT
           MOVE 0 TO WS-REM-LCNT
           MOVE 0 TO WS-V-REM-TOTAL
           OPEN OUTPUT PEDRECHA
           CLOSE PEDRECHA
           OPEN INPUT PEDIDOCSV
           SET WS-IP-EOF TO 0
           PERFORM UNTIL WS-IP-EOF = 1
              READ PEDIDOCSV
                 AT END
                    SET WS-IP-EOF TO 1
                 NOT AT END
                    IF IPD-REG NOT = SPACES THEN
                       ADD 1 TO WS-IP-LNCNT
                       PERFORM 0100-IMPORT-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PEDIDOCSV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IMPORT-ONE-LINE : Splits one order line (customer item
      *    code, quantity, unit price), validates it and places it.
      *-----------------------------------------------------------------
       0100-IMPORT-ONE-LINE.
           MOVE SPACES TO WS-IP-CODCLI
           MOVE SPACES TO WS-IP-CANT
           MOVE SPACES TO WS-IP-PRECIO
           UNSTRING IPD-REG DELIMITED BY WS-PAR-DELIM
              INTO WS-IP-CODCLI
                   WS-IP-CANT
                   WS-IP-PRECIO
           END-UNSTRING
           PERFORM 0100-VALIDATE-LINE
           IF WS-IP-OK = 1 THEN
              PERFORM 0100-PLACE-LINE
           END-IF
           IF WS-IP-OK = 0 THEN
              PERFORM 0100-WRITE-REJECT
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VALIDATE-LINE : Readable quantity and price, a known
      *    customer code pointing to an active article, and the
      *    customer's own list price.
      *-----------------------------------------------------------------
       0100-VALIDATE-LINE.
           SET WS-IP-OK TO 1
           MOVE SPACES TO WS-IP-MOTIVO
      *
           IF WS-IP-CODCLI = SPACES THEN
              MOVE 'CODIGO VACIO' TO WS-IP-MOTIVO
              SET WS-IP-OK TO 0
           END-IF
      *
           IF WS-IP-OK = 1 THEN
              IF FUNCTION TEST-NUMVAL(WS-IP-CANT) NOT = 0 THEN
                 MOVE 'CANTIDAD ILEGIBLE' TO WS-IP-MOTIVO
                 SET WS-IP-OK TO 0
              ELSE
                 COMPUTE WS-V-IP-CANT =
                    FUNCTION NUMVAL(WS-IP-CANT)
                 IF WS-V-IP-CANT = 0 THEN
                    MOVE 'CANTIDAD EN CERO' TO WS-IP-MOTIVO
                    SET WS-IP-OK TO 0
                 END-IF
              END-IF
           END-IF
      *
           IF WS-IP-OK = 1 THEN
              IF FUNCTION TEST-NUMVAL(WS-IP-PRECIO) NOT = 0 THEN
                 MOVE 'PRECIO ILEGIBLE' TO WS-IP-MOTIVO
                 SET WS-IP-OK TO 0
              ELSE
                 COMPUTE WS-V-IP-PRECIO =
                    FUNCTION NUMVAL(WS-IP-PRECIO)
              END-IF
           END-IF
      *
           IF WS-IP-OK = 1 THEN
              SET WS-IP-FOUND TO 0
              OPEN INPUT CLIARTIC
              IF WS-CAA-STATUS = '00' THEN
                 MOVE WS-IP-CLIENTE TO CAA-CLIENTE
                 MOVE WS-IP-CODCLI TO CAA-CODCLI
                 READ CLIARTIC
                    KEY IS CAA-CLAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET WS-IP-FOUND TO 1
                       MOVE CAA-CODART TO WS-IP-CODART
                 END-READ
              END-IF
              CLOSE CLIARTIC
              IF WS-IP-FOUND = 0 THEN
                 MOVE 'CODIGO DEL CLIENTE DESCONOCIDO'
                    TO WS-IP-MOTIVO
                 SET WS-IP-OK TO 0
              END-IF
           END-IF
      *
           IF WS-IP-OK = 1 THEN
              PERFORM 0100-FIND-ARTICLE
              IF WS-IP-FOUND = 0 THEN
                 MOVE 'ARTICULO NO EXISTE' TO WS-IP-MOTIVO
                 SET WS-IP-OK TO 0
              END-IF
              IF WS-IP-FOUND = 2 THEN
                 MOVE 'ARTICULO INACTIVO' TO WS-IP-MOTIVO
                 SET WS-IP-OK TO 0
              END-IF
           END-IF
      *
           IF WS-IP-OK = 1 THEN
              PERFORM 0100-LIST-PRICE
              IF WS-LPR-FOUND = 1 THEN
                 MOVE WS-V-LPR-PRECIO TO WS-V-IP-ESPERA
              END-IF
              IF WS-V-IP-PRECIO NOT = WS-V-IP-ESPERA THEN
                 MOVE WS-V-IP-ESPERA TO WS-IP-PRECIO-ED
                 STRING 'PRECIO DIFIERE DE LA LISTA '
                        DELIMITED BY SIZE
                        WS-IP-PRECIO-ED DELIMITED BY SIZE
                 INTO WS-IP-MOTIVO
                 SET WS-IP-OK TO 0
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-ARTICLE : Reads the article the cross-reference
      *    points to. A code retired by a renumbering is followed to
      *    its replacement during the transition period. WS-IP-FOUND
      *    ends 1 for an active article, 2 for an inactive one and 0
      *    when there is none; the stock, the price and the tax class
      *    are left in the WS-V- fields.
      *-----------------------------------------------------------------
       0100-FIND-ARTICLE.
           SET WS-IP-FOUND TO 0
           OPEN INPUT INVENTARIO
           MOVE WS-IP-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 0100-TAKE-ARTICLE
           END-READ
           CLOSE INVENTARIO
           IF WS-IP-FOUND = 0 THEN
              MOVE WS-IP-CODART TO WS-XRF-CODIGO
              PERFORM 0100-CHECK-XREF THRU 0100-CHECK-XREF-FIN
              IF WS-XRF-OK = 1 THEN
                 MOVE WS-XRF-NUEVO TO WS-IP-CODART
                 OPEN INPUT INVENTARIO
                 MOVE WS-IP-CODART TO CODART
                 READ INVENTARIO
                    KEY IS CODART
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 0100-TAKE-ARTICLE
                 END-READ
                 CLOSE INVENTARIO
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-TAKE-ARTICLE : Keeps the fields of the article read.
      *-----------------------------------------------------------------
       0100-TAKE-ARTICLE.
           IF ACTFLAG-ACTIVE THEN
              SET WS-IP-FOUND TO 1
              MOVE DESCART TO WS-DESCART
              MOVE TAXCLASS TO WS-IP-TAXCLASS
              MOVE VRUNIT TO WS-V-IP-ESPERA
              MOVE CANT TO WS-V-CANT
              MOVE CANT-COMP TO WS-V-CANT-COMP
              MOVE CANT-ALM1 TO WS-V-CANT-ALM1
           ELSE
              SET WS-IP-FOUND TO 2
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-PRICE : Looks the article up on the customer's
      *    price list (LISTAPR.DAT), taking the highest quantity tier
      *    the ordered quantity reaches, as FACTUR01 does. WS-LPR-FOUND
      *    ends 1 with the negotiated price in WS-V-LPR-PRECIO when a
      *    row applies; otherwise the article's VRUNIT stands.
      *-----------------------------------------------------------------
       0100-LIST-PRICE.
           SET WS-LPR-FOUND TO 0
           MOVE 0 TO WS-V-LPR-BESTMIN
           OPEN INPUT LISTAPR
           IF WS-LPR-STATUS = '00' OR WS-LPR-STATUS = '05' THEN
              MOVE WS-IP-LISTA TO LPR-LISTA
              MOVE WS-IP-CODART TO LPR-CODART
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
                          IF LPR-LISTA NOT = WS-IP-LISTA
                          OR LPR-CODART NOT = WS-IP-CODART THEN
                             SET WS-END-FILE TO 1
                          ELSE
                             IF LPR-CANTMIN NOT > WS-V-IP-CANT
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
      *    0100-PLACE-LINE : A valid line ships when the available
      *    stock (CANT less CANT-COMP, less what this order already
      *    took or reserved of the article) covers it and the main
      *    warehouse still holds it; otherwise it is reserved. Either
      *    table full refuses the line.
      *-----------------------------------------------------------------
       0100-PLACE-LINE.
           MOVE 0 TO WS-V-IP-PEND
           MOVE 0 TO WS-V-IP-RPEND
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-REM-LCNT
              IF WS-REM-T-CODART(WS-IP-IDX) = WS-IP-CODART THEN
                 MOVE WS-REM-T-CANT(WS-IP-IDX) TO WS-V-REM-QTY
                 ADD WS-V-REM-QTY TO WS-V-IP-PEND
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                   UNTIL WS-IP-IDX > WS-IP-RSCNT
              IF WS-IP-R-CODART(WS-IP-IDX) = WS-IP-CODART THEN
                 ADD WS-IP-R-CANT(WS-IP-IDX) TO WS-V-IP-RPEND
              END-IF
           END-PERFORM
           COMPUTE WS-V-IP-DISP = WS-V-CANT - WS-V-CANT-COMP
                                - WS-V-IP-PEND - WS-V-IP-RPEND
           IF WS-V-IP-CANT NOT > WS-V-IP-DISP
           AND WS-V-IP-CANT + WS-V-IP-PEND NOT > WS-V-CANT-ALM1 THEN
              IF WS-REM-LCNT NOT < 50 THEN
                 MOVE 'EXCEDE 50 LINEAS DE LA REMISION'
                    TO WS-IP-MOTIVO
                 SET WS-IP-OK TO 0
              ELSE
                 COMPUTE WS-V-REM-LINTOT =
                    WS-V-IP-CANT * WS-V-IP-PRECIO
                 ADD WS-V-REM-LINTOT TO WS-V-REM-TOTAL
                 ADD 1 TO WS-REM-LCNT
                 MOVE WS-IP-CODART TO WS-REM-T-CODART(WS-REM-LCNT)
                 MOVE WS-DESCART TO WS-REM-T-DESCART(WS-REM-LCNT)
                 MOVE WS-V-IP-CANT TO WS-REM-T-CANT(WS-REM-LCNT)
                 MOVE WS-V-IP-PRECIO TO WS-REM-T-VRUNIT(WS-REM-LCNT)
                 MOVE WS-V-REM-LINTOT TO WS-REM-T-TOTAL(WS-REM-LCNT)
                 MOVE WS-IP-TAXCLASS
                    TO WS-REM-T-TAXCLASS(WS-REM-LCNT)
              END-IF
           ELSE
              IF WS-IP-RSCNT NOT < 50 THEN
                 MOVE 'EXCEDE 50 LINEAS POR RESERVAR'
                    TO WS-IP-MOTIVO
                 SET WS-IP-OK TO 0
              ELSE
                 ADD 1 TO WS-IP-RSCNT
                 MOVE WS-IP-CODART TO WS-IP-R-CODART(WS-IP-RSCNT)
                 MOVE WS-V-IP-CANT TO WS-IP-R-CANT(WS-IP-RSCNT)
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-REJECT : Appends the refused line with its
      *    reason to PEDIDO_RECHAZOS.CSV, as IMPART01 does.
      *-----------------------------------------------------------------
       0100-WRITE-REJECT.
           ADD 1 TO WS-IP-RJCNT
           OPEN EXTEND PEDRECHA
           MOVE SPACES TO IPJ-REG
           STRING FUNCTION TRIM(IPD-REG) DELIMITED BY SIZE
                  WS-PAR-DELIM DELIMITED BY SIZE
                  WS-IP-MOTIVO DELIMITED BY SIZE
           INTO IPJ-REG
           WRITE IPJ-REG
           CLOSE PEDRECHA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-NOTE : Writes the delivery note under the next
      *    number of the REMIS01 series, relieves the stock of its
      *    lines, advances the series and prints the dispatch
      *    document. WS-REM-OK ends 0 when the number was taken.
      *-----------------------------------------------------------------
       0100-POST-NOTE.
           PERFORM 0100-LOAD-PARAMS
           MOVE WS-PAR-NEXTREM TO WS-REM-NUM
           IF WS-REM-NUM = 0 THEN
              MOVE 1 TO WS-REM-NUM
           END-IF
           MOVE WS-REM-NUM TO WS-REM-NUM-ED
           MOVE WS-DATETIME(1:8) TO WS-REM-FECHA
           OPEN I-O REMISION
           MOVE SPACES TO REM-REG
           MOVE WS-REM-NUM TO REM-NUM
           MOVE 0 TO REM-LIN
           MOVE WS-REM-FECHA TO REM-FECHA
           MOVE WS-IP-CLIENTE TO REM-CLIENTE
           MOVE WS-V-REM-TOTAL TO REM-TOTAL
           MOVE WS-OPERATOR-ID TO REM-OPERADOR
           SET REM-EST-ABIERTA TO TRUE
           MOVE 0 TO REM-FACREF
           WRITE REM-REG
              INVALID KEY
                 DISPLAY WS-MSG-IPER LINE 24 COL 01
                 CLOSE REMISION
                 SET WS-REM-OK TO 0
                 GO TO 0100-POST-NOTE-FIN
           END-WRITE
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-LCNT
              MOVE SPACES TO REM-REG
              MOVE WS-REM-NUM TO REM-NUM
              MOVE WS-REM-IDX TO REM-LIN
              MOVE WS-REM-FECHA TO REM-FECHA
              MOVE WS-IP-CLIENTE TO REM-CLIENTE
              MOVE WS-REM-T-CODART(WS-REM-IDX) TO REM-CODART
              MOVE WS-REM-T-DESCART(WS-REM-IDX) TO REM-DESCART
              MOVE WS-REM-T-CANT(WS-REM-IDX) TO REM-CANT
              MOVE WS-REM-T-VRUNIT(WS-REM-IDX) TO REM-VRUNIT
              MOVE WS-REM-T-TOTAL(WS-REM-IDX) TO REM-TOTAL
              MOVE WS-REM-T-TAXCLASS(WS-REM-IDX) TO REM-TAXCLASS
              MOVE WS-OPERATOR-ID TO REM-OPERADOR
              SET REM-EST-ABIERTA TO TRUE
              MOVE 0 TO REM-FACREF
              WRITE REM-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM
           CLOSE REMISION
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-LCNT
              PERFORM 0100-POST-LINE-STOCK
           END-PERFORM
           COMPUTE WS-PAR-NEXTREM = WS-REM-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           PERFORM 0100-PRINT-NOTE.
       0100-POST-NOTE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-LINE-STOCK : Relieves one dispatched line from
      *    CANT and CANT-ALM1, with audit and kardex records under the
      *    REMISION movement type, the lots and the cost layers.
      *-----------------------------------------------------------------
       0100-POST-LINE-STOCK.
           OPEN I-O INVENTARIO
           MOVE WS-REM-T-CODART(WS-REM-IDX) TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 MOVE WS-REM-T-CANT(WS-REM-IDX) TO WS-V-REM-QTY
                 COMPUTE WS-V-NEWCANT-ALM =
                    WS-V-CANT-ALM1 - WS-V-REM-QTY
                 IF WS-V-NEWCANT-ALM < 0 THEN
                    CONTINUE
                 ELSE
                    MOVE CANT TO WS-BEF-CANT
                    MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                    COMPUTE WS-V-NEWCANT =
                       WS-V-CANT - WS-V-REM-QTY
                    MOVE WS-V-NEWCANT TO CANT
                    MOVE WS-V-NEWCANT-ALM TO CANT-ALM1
                    MOVE WS-DATETIME(1:8) TO LASTMOV
                    REWRITE INVENT-REG
                    MOVE WS-REM-T-CODART(WS-REM-IDX) TO WS-CODART
                    MOVE 'REMISION' TO WS-AUD-TTYPE
                    MOVE SPACES TO WS-AUD-BEFORE
                    MOVE SPACES TO WS-AUD-AFTER
                    STRING WS-BEF-CANT DELIMITED BY SIZE
                           ' / '       DELIMITED BY SIZE
                           WS-BEF-CANT-ALM1 DELIMITED BY SIZE
                    INTO WS-AUD-BEFORE
                    STRING 'REM ' DELIMITED BY SIZE
                           WS-REM-NUM-ED DELIMITED BY SIZE
                           ' '    DELIMITED BY SIZE
                           CANT   DELIMITED BY SIZE
                           ' / '  DELIMITED BY SIZE
                           CANT-ALM1 DELIMITED BY SIZE
                    INTO WS-AUD-AFTER
                    PERFORM 0100-WRITE-AUDIT-REC
                    MOVE 'REMISION' TO WS-MOV-TIPO
                    COMPUTE WS-MOV-CANT = 0 - WS-V-REM-QTY
                    MOVE '1' TO WS-MOV-ALM
                    MOVE WS-V-NEWCANT TO WS-MOV-SALDO
                    MOVE SPACES TO WS-MOV-REF
                    STRING 'REM ' WS-REM-NUM-ED
                    DELIMITED BY SIZE INTO WS-MOV-REF
                    PERFORM 0100-WRITE-MOV-REC
                    PERFORM 0100-FEFO-CONSUME-IPD
                    MOVE WS-V-REM-QTY TO WS-V-CAP-QTY
                    PERFORM 0100-EAT-COST-LAYERS
                 END-IF
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FEFO-CONSUME-IPD : Draws the dispatched quantity down
      *    from the article's lots first-expiry-first-out, as the
      *    REMIS01 posting does, one REM-LOTE trace per lot consumed.
      *-----------------------------------------------------------------
       0100-FEFO-CONSUME-IPD.
           MOVE WS-DATETIME(1:8) TO WS-FEFO-HOY
           MOVE WS-V-REM-QTY TO WS-LOT-REMAIN
           OPEN I-O LOTES
           IF WS-LOT-STATUS NOT = '00' AND WS-LOT-STATUS NOT = '05'
              CLOSE LOTES
           ELSE
              SET WS-LOT-FOUND TO 1
              PERFORM UNTIL WS-LOT-REMAIN = 0 OR WS-LOT-FOUND = 0
                 PERFORM 0100-FEFO-FIND-LOT-IPD
                 IF WS-LOT-FOUND = 1 THEN
                    IF WS-LOT-BEST-FV < WS-FEFO-HOY THEN
                       DISPLAY WS-MSG-IPLV LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                       DISPLAY WS-SPC LINE 24 COL 01
                    END-IF
                    PERFORM 0100-FEFO-TAKE-LOT-IPD
                 END-IF
              END-PERFORM
              CLOSE LOTES
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FEFO-FIND-LOT-IPD : The article's lot with stock that
      *    expires first; lots without expiry date go last.
      *-----------------------------------------------------------------
       0100-FEFO-FIND-LOT-IPD.
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
      *    0100-FEFO-TAKE-LOT-IPD : Discounts what it can of the
      *    pending quantity from the chosen lot and logs the trace.
      *-----------------------------------------------------------------
       0100-FEFO-TAKE-LOT-IPD.
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
                 MOVE 'REM-LOTE' TO WS-MOV-TIPO
                 MOVE 0 TO WS-MOV-CANT
                 MOVE '1' TO WS-MOV-ALM
                 MOVE WS-V-LOT-CANT TO WS-MOV-SALDO
                 MOVE SPACES TO WS-MOV-REF
                 STRING 'REM ' WS-REM-NUM-ED ' '
                        WS-LOT-BEST-NUM(1:9)
                 DELIMITED BY SIZE INTO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-NOTE : Prints the dispatch note for the van.
      *-----------------------------------------------------------------
       0100-PRINT-NOTE.
           OPEN OUTPUT REMPRN
           MOVE SPACES TO REMPRN-RECORD
           STRING 'REMISION No.: ' WS-REM-NUM-ED
                  '  FECHA: ' WS-REM-FECHA
                  '  CLIENTE: ' WS-IP-CLIENTE
           DELIMITED BY SIZE INTO REMPRN-RECORD
           WRITE REMPRN-RECORD
           MOVE SPACES TO REMPRN-RECORD
           STRING 'PEDIDO DEL CLIENTE: ' WS-IP-PEDREF
           DELIMITED BY SIZE INTO REMPRN-RECORD
           WRITE REMPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO REMPRN-RECORD
           WRITE REMPRN-RECORD
           MOVE 'CODIGO     DESCRIPCION                        '-
       'CANTIDAD' TO REMPRN-RECORD
           WRITE REMPRN-RECORD
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-LCNT
              MOVE SPACES TO REMPRN-RECORD
              STRING WS-REM-T-CODART(WS-REM-IDX) ' '
                     WS-REM-T-DESCART(WS-REM-IDX) ' '
                     WS-REM-T-CANT(WS-REM-IDX)
              DELIMITED BY SIZE INTO REMPRN-RECORD
              WRITE REMPRN-RECORD
           END-PERFORM
           CLOSE REMPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-RESERVE : One reservation of the order, under the
      *    customer's order reference, raising CANT-COMP as RESERV01
      *    does. The commitment may run ahead of the stock on hand:
      *    it holds the coming receipts for this customer.
      *-----------------------------------------------------------------
       0100-POST-RESERVE.
           MOVE WS-IP-R-CODART(WS-IP-IDX) TO WS-RS-CODART
           MOVE WS-IP-R-CANT(WS-IP-IDX) TO WS-V-RS-CANT
           PERFORM 0100-NEXT-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O RESERVAS
           MOVE SPACES TO RSV-REG
           MOVE WS-RS-CODART TO RSV-CODART
           MOVE WS-RS-SEQ TO RSV-SEQ
           MOVE WS-DATETIME(1:8) TO RSV-FECHA
           MOVE WS-IP-CLIENTE TO RSV-CLIENTE
           MOVE WS-OPERATOR-ID TO RSV-OPERADOR
           MOVE WS-IP-PEDREF TO RSV-REF
           MOVE WS-V-RS-CANT TO RSV-CANT
           SET RSV-EST-ACTIVA TO TRUE
           WRITE RSV-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE RESERVAS
           OPEN I-O INVENTARIO
           MOVE WS-RS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CANT-COMP TO WS-V-CANT-COMP
                 COMPUTE WS-V-CANT-COMP =
                    WS-V-CANT-COMP + WS-V-RS-CANT
                 MOVE WS-V-CANT-COMP TO CANT-COMP
                 REWRITE INVENT-REG
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-NEXT-SEQ : Next free reservation sequence of the
      *    article.
      *-----------------------------------------------------------------
       0100-NEXT-SEQ.
           MOVE 0 TO WS-RS-SEQ
           OPEN INPUT RESERVAS
           IF WS-RSV-STATUS = '00' OR WS-RSV-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ RESERVAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF RSV-CODART = WS-RS-CODART
                       AND RSV-SEQ > WS-RS-SEQ THEN
                          MOVE RSV-SEQ TO WS-RS-SEQ
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RESERVAS
           ADD 1 TO WS-RS-SEQ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAA-ADD : Registers, or changes, the article one
      *    customer item code stands for.
      *-----------------------------------------------------------------
       0100-CAA-ADD.
           PERFORM 0100-GET-CLIENTE
           IF WS-IP-CLI-OK = 0 THEN
              GO TO 0100-CAA-ADD-FIN
           END-IF
           DISPLAY WS-MSG-IPCC LINE 08 COL 01
           MOVE SPACES TO WS-IP-CODCLI
           ACCEPT WS-IP-CODCLI LINE 08 COL 40
           IF WS-IP-CODCLI = SPACES OR WS-IP-CODCLI = LOW-VALUE THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-CAA-ADD-FIN
           END-IF
           DISPLAY WS-MSG-IPCA LINE 09 COL 01
           MOVE SPACES TO WS-IP-CODART
           ACCEPT WS-IP-CODART LINE 09 COL 40
           PERFORM 0100-FIND-ARTICLE
           IF WS-IP-FOUND NOT = 1 THEN
              DISPLAY WS-MSG-IPAN LINE 24 COL 01
              GO TO 0100-CAA-ADD-FIN
           END-IF
           DISPLAY WS-IP-CODART LINE 09 COL 40
           DISPLAY WS-DESCART LINE 10 COL 40
           DISPLAY WS-MSG-IPCD LINE 11 COL 01
           MOVE SPACES TO WS-IP-DESCCLI
           ACCEPT WS-IP-DESCCLI LINE 11 COL 40
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           SET WS-IP-FOUND TO 0
           OPEN I-O CLIARTIC
           IF WS-CAA-STATUS = '35' THEN
              OPEN OUTPUT CLIARTIC
              CLOSE CLIARTIC
              OPEN I-O CLIARTIC
           END-IF
           MOVE WS-IP-CLIENTE TO CAA-CLIENTE
           MOVE WS-IP-CODCLI TO CAA-CODCLI
           READ CLIARTIC
              KEY IS CAA-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-IP-FOUND TO 1
           END-READ
           MOVE WS-IP-CLIENTE TO CAA-CLIENTE
           MOVE WS-IP-CODCLI TO CAA-CODCLI
           MOVE WS-IP-CODART TO CAA-CODART
           MOVE WS-IP-DESCCLI TO CAA-DESCCLI
           MOVE WS-DATETIME(1:8) TO CAA-FECHA
           MOVE WS-OPERATOR-ID TO CAA-OPERADOR
           MOVE SPACES TO CAA-FILLER
           IF WS-IP-FOUND = 1 THEN
              REWRITE CAA-REG
              DISPLAY WS-MSG-IPAC LINE 24 COL 01
           ELSE
              WRITE CAA-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              DISPLAY WS-MSG-IPGR LINE 24 COL 01
           END-IF
           CLOSE CLIARTIC.
       0100-CAA-ADD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAA-DELETE : Drops one customer item code.
      *-----------------------------------------------------------------
       0100-CAA-DELETE.
           PERFORM 0100-GET-CLIENTE
           IF WS-IP-CLI-OK = 0 THEN
              GO TO 0100-CAA-DEL-FIN
           END-IF
           DISPLAY WS-MSG-IPCC LINE 08 COL 01
           MOVE SPACES TO WS-IP-CODCLI
           ACCEPT WS-IP-CODCLI LINE 08 COL 40
           SET WS-IP-FOUND TO 0
           OPEN I-O CLIARTIC
           IF WS-CAA-STATUS = '00' THEN
              MOVE WS-IP-CLIENTE TO CAA-CLIENTE
              MOVE WS-IP-CODCLI TO CAA-CODCLI
              READ CLIARTIC
                 KEY IS CAA-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-IP-FOUND TO 1
                    DISPLAY CAA-CODART LINE 09 COL 40
                    DISPLAY CAA-DESCCLI LINE 10 COL 40
              END-READ
           END-IF
           IF WS-IP-FOUND = 0 THEN
              CLOSE CLIARTIC
              DISPLAY WS-MSG-IPBX LINE 24 COL 01
              GO TO 0100-CAA-DEL-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 20 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
              DELETE CLIARTIC RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              DISPLAY WS-MSG-IPBR LINE 24 COL 01
           ELSE
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
           END-IF
           CLOSE CLIARTIC.
       0100-CAA-DEL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAA-LIST : The item codes registered for a customer.
      *-----------------------------------------------------------------
       0100-CAA-LIST.
           PERFORM 0100-GET-CLIENTE
           IF WS-IP-CLI-OK = 0 THEN
              GO TO 0100-CAA-LIST-FIN
           END-IF
           DISPLAY WS-LB-IPC LINE 08 COL 01
           SET WS-SRCH-CNT TO 0
           MOVE 9 TO WS-ROWCTRL
           OPEN INPUT CLIARTIC
           IF WS-CAA-STATUS = '00' THEN
              MOVE WS-IP-CLIENTE TO CAA-CLIENTE
              MOVE LOW-VALUES TO CAA-CODCLI
              START CLIARTIC KEY IS NOT LESS THAN CAA-CLAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF WS-CAA-STATUS = '00' THEN
                 SET WS-END-FILE TO 0
                 PERFORM UNTIL WS-END-FILE = 1
                    READ CLIARTIC NEXT RECORD
                       AT END
                          SET WS-END-FILE TO 1
                       NOT AT END
                          IF CAA-CLIENTE NOT = WS-IP-CLIENTE THEN
                             SET WS-END-FILE TO 1
                          ELSE
                             ADD 1 TO WS-SRCH-CNT
                             IF WS-ROWCTRL > 20 THEN
                                DISPLAY WS-MSG-AN1 LINE 24 COL 01
                                ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                                DISPLAY WS-SPC LINE 24 COL 01
                                MOVE 9 TO WS-ROWCTRL
                             END-IF
                             DISPLAY CAA-CODCLI
                                LINE WS-ROWCTRL COL 01
                             DISPLAY CAA-CODART
                                LINE WS-ROWCTRL COL 22
                             DISPLAY CAA-DESCCLI
                                LINE WS-ROWCTRL COL 33
                             ADD 1 TO WS-ROWCTRL
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           CLOSE CLIARTIC
           IF WS-SRCH-CNT = 0 THEN
              DISPLAY WS-MSG-IPN0 LINE 12 COL 01
           END-IF.
       0100-CAA-LIST-FIN.
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
       copy "PERCHK.cpy".
      *
       copy "XRFCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM IMPPED01.
