      ******************************************************************
      * Program      : PROVART01.cbl                                   *
      * Purpose      : Approved vendor list per article over           *
      *                PROVART.DAT: each vendor an article can be      *
      *                bought from, with the vendor's price, purchase  *
      *                unit, minimum order quantity, lead time and a   *
      *                preferred flag (one per article). SUGPED01      *
      *                picks the vendor of each suggested line from    *
      *                it and PEDIDO01 defaults the line price from it *
      *                and warns on unlisted vendors. Includes the     *
      *                price comparison of one article on screen and   *
      *                of every article as a CSV registered in         *
      *                INFORMES.LOG.                                   *
      *                Also maintains the vendors' own item codes of   *
      *                PROVCOD.DAT and maps the ones the supplier      *
      *                files left pending.                             *
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
       PROGRAM-ID. PROVART01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PVASEL.cpy".
       copy "PRVSEL.cpy".
       copy "PVCSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PVAFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "PVCFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PV-CODART       PIC X(10).
           77 WS-PV-PROV         PIC X(10).
           77 WS-PV-PURUNIT      PIC X(15).
           77 WS-PV-ARTUNIT      PIC X(15).
           77 WS-PV-PREF         PIC X(01).
           77 WS-PV-FOUND        PIC 9 VALUE 0.
           77 WS-PV-CSV          PIC 9 VALUE 0.
           77 WS-PV-PLZ-IN       PIC ZZ9.
           77 WS-PV-PLAZO        PIC 9(03) VALUE 0.
           77 WS-PV-PRVPLAZO     PIC 9(03) VALUE 0.
           77 WS-PV-PRECIO       PIC ZZZZ9.99.
           77 WS-V-PV-PRECIO     PIC 9(5)V99.
           77 WS-PV-CANTMIN      PIC ZZZZ9.99.
           77 WS-V-PV-CANTMIN    PIC 9(5)V99.
           77 WS-PV-LOCAL-ED     PIC ZZZZZZZZ9.99.
           77 WS-PV-PLAZO-ED     PIC ZZ9.
           77 WS-PV-CNT          PIC 9(3) VALUE 0.
           77 WS-PV-IDX          PIC 9(3) VALUE 0.
           77 WS-PV-MIN          PIC 9(3) VALUE 0.
           77 WS-PV-PREV-ART     PIC X(10).
           77 WS-PV-MARK         PIC X(01).
           77 WS-PV-CODPROV      PIC X(20).
           77 WS-PV-ASOC         PIC 9(5) VALUE 0.
           77 WS-PV-ASOC-ED      PIC ZZZZ9.
           77 WS-PV-PEND         PIC 9(5) VALUE 0.
      *
      *    THE APPROVED VENDORS OF ONE ARTICLE, FOR THE COMPARISON.
       01 WS-PV-TABLE.
           02 WS-PV-ENTRY OCCURS 20 TIMES.
               03 WS-PV-T-PROV      PIC X(10).
               03 WS-PV-T-NOMBRE    PIC X(20).
               03 WS-PV-T-MONEDA    PIC X(03).
               03 WS-PV-T-PRECIO    PIC 9(5)V99.
               03 WS-PV-T-PURUNIT   PIC X(15).
               03 WS-PV-T-CANTMIN   PIC 9(5)V99.
               03 WS-PV-T-PLAZO     PIC 9(03).
               03 WS-PV-T-PREF      PIC X(01).
               03 WS-PV-T-LOCAL     PIC 9(9)V99.
      *
           77 WS-ST-PV     PIC X(25) VALUE 'PROVEEDORES POR ARTICULO '.
           77 WS-MSG-PVOP PIC X(80) VALUE ' 1-COMPARA 2-FIJA 3-BORRA'-
       ' 4-INFORME 5-CODIGO PROV. 6-POR ASOCIAR 9-SALE     [  ]'.
           77 WS-MSG-PVAR PIC X(80) VALUE ' Articulo:               '-
       '                                                       '.
           77 WS-MSG-PVNF PIC X(80) VALUE ' Articulo no encontrado e'-
       'ntre los articulos activos.                            '.
           77 WS-MSG-PVPV PIC X(80) VALUE ' Proveedor:              '-
       '                                                       '.
           77 WS-MSG-PVPR PIC X(80) VALUE ' Precio del proveedor (en'-
       ' su moneda y unidad de compra):                        '.
           77 WS-MSG-PVUN PIC X(80) VALUE ' Unidad de compra del pro'-
       'veedor (vacio = la del articulo):                      '.
           77 WS-MSG-PVQM PIC X(80) VALUE ' Cantidad minima de pedid'-
       'o (0 = sin minimo):                                    '.
           77 WS-MSG-PVPZ PIC X(80) VALUE ' Plazo de entrega en dias'-
       ' (0 = el del proveedor):                               '.
           77 WS-MSG-PVPF PIC X(80) VALUE ' Proveedor preferido del '-
       'articulo? S/N:                                         '.
           77 WS-MSG-PVRG PIC X(80) VALUE ' Proveedor aprobado regis'-
       'trado para el articulo.                                '.
           77 WS-MSG-PVBX PIC X(80) VALUE ' Ese proveedor no esta en'-
       ' la lista del articulo.                                '.
           77 WS-MSG-PVBK PIC X(80) VALUE ' Proveedor retirado de la'-
       ' lista del articulo.                                   '.
           77 WS-MSG-PVN0 PIC X(80) VALUE ' El articulo no tiene pro'-
       'veedores aprobados.                                    '.
           77 WS-MSG-PVNA PIC X(80) VALUE ' No hay proveedores aprob'-
       'ados registrados.                                      '.
           77 WS-MSG-PVMK PIC X(80) VALUE ' P = preferido   * = meno'-
       'r precio en moneda local                               '.
           77 WS-MSG-PVOK PIC X(80) VALUE ' Comparativo de precios g'-
       'enerado y registrado en INFORMES.LOG.                  '.
           77 WS-MSG-PVCP PIC X(80) VALUE ' Codigo del proveedor:   '-
       '                                                       '.
           77 WS-MSG-PVCM PIC X(80) VALUE ' Codigo del proveedor aso'-
       'ciado al articulo.                                     '.
           77 WS-MSG-PVCD PIC X(80) VALUE ' Asociacion del codigo de'-
       'l proveedor eliminada.                                 '.
           77 WS-MSG-PVCX PIC X(80) VALUE ' Ese codigo del proveedor'-
       ' no esta registrado.                                   '.
           77 WS-MSG-PVCA PIC X(80) VALUE ' Articulo (vacio = quitar'-
       ' la asociacion):                                       '.
           77 WS-MSG-PVCN PIC X(80) VALUE ' No hay codigos de provee'-
       'dor por asociar.                                       '.
           77 WS-MSG-PVCQ PIC X(80) VALUE ' Articulo a asociar (vaci'-
       'o = siguiente, FIN = terminar):                        '.
           77 WS-MSG-PVCT PIC X(80) VALUE ' Codigos asociados:      '-
       '                                                       '.
           77 WS-LB-PVC   PIC X(78) VALUE 'PROVEEDOR  SU CODIGO     '-
       '       DESCRIPCION                    ORIGEN'.
           77 WS-LB-PV    PIC X(78) VALUE 'PROVEEDOR  NOMBRE        '-
       '       MON      PRECIO UNIDAD     CANT.MIN PLAZO'.
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
           PERFORM 0100-PVA-TASA
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-PV          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-PVOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-COMPARE-SCREEN
                 WHEN 2
                    PERFORM 0100-SET-VENDOR THRU 0100-SET-VENDOR-FIN
                 WHEN 3
                    PERFORM 0100-DROP-VENDOR THRU 0100-DROP-VENDOR-FIN
                 WHEN 4
                    PERFORM 0100-COMPARE-CSV
                 WHEN 5
                    PERFORM 0100-MAP-CODE THRU 0100-MAP-CODE-FIN
                 WHEN 6
                    PERFORM 0100-MAP-PENDING
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
      *    0100-COMPARE-SCREEN : Price comparison of the approved
      *    vendors of one article.
      *-----------------------------------------------------------------
       0100-COMPARE-SCREEN.
           DISPLAY WS-MSG-PVAR LINE 06 COL 01
           MOVE SPACES TO WS-PV-CODART
           ACCEPT WS-PV-CODART LINE 06 COL 30
           PERFORM 0100-CHECK-ARTICLE
           IF WS-PV-FOUND = 0 THEN
              DISPLAY WS-MSG-PVNF LINE 24 COL 01
           ELSE
              PERFORM 0100-LOAD-ARTICLE
              IF WS-PV-CNT = 0 THEN
                 DISPLAY WS-MSG-PVN0 LINE 12 COL 01
              ELSE
                 DISPLAY WS-LB-PV LINE 08 COL 01
                 DISPLAY WS-HYPHNS LINE 09 COL 01
                 MOVE 10 TO WS-ROWCTRL
                 PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                         UNTIL WS-PV-IDX > WS-PV-CNT
                    PERFORM 0100-COMPARE-ROW
                 END-PERFORM
                 DISPLAY WS-MSG-PVMK LINE 22 COL 01
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COMPARE-ROW : One approved vendor of the comparison.
      *-----------------------------------------------------------------
       0100-COMPARE-ROW.
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              MOVE 10 TO WS-ROWCTRL
           END-IF
           MOVE WS-PV-T-PRECIO(WS-PV-IDX) TO WS-PV-PRECIO
           MOVE WS-PV-T-CANTMIN(WS-PV-IDX) TO WS-PV-CANTMIN
           MOVE WS-PV-T-PLAZO(WS-PV-IDX) TO WS-PV-PLAZO-ED
           DISPLAY WS-PV-T-PROV(WS-PV-IDX) LINE WS-ROWCTRL COL 01
           DISPLAY WS-PV-T-NOMBRE(WS-PV-IDX) LINE WS-ROWCTRL COL 12
           DISPLAY WS-PV-T-MONEDA(WS-PV-IDX) LINE WS-ROWCTRL COL 33
           DISPLAY WS-PV-PRECIO LINE WS-ROWCTRL COL 40
           DISPLAY WS-PV-T-PURUNIT(WS-PV-IDX)(1:10)
              LINE WS-ROWCTRL COL 49
           DISPLAY WS-PV-CANTMIN LINE WS-ROWCTRL COL 60
           DISPLAY WS-PV-PLAZO-ED LINE WS-ROWCTRL COL 71
           IF WS-PV-T-PREF(WS-PV-IDX) = 'S' THEN
              DISPLAY 'P' LINE WS-ROWCTRL COL 75
           END-IF
           IF WS-PV-IDX = WS-PV-MIN THEN
              DISPLAY '*' LINE WS-ROWCTRL COL 76
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-ARTICLE : Loads the approved vendors of article
      *    WS-PV-CODART, with their local-currency price, and leaves
      *    the cheapest in WS-PV-MIN.
      *-----------------------------------------------------------------
       0100-LOAD-ARTICLE.
           MOVE 0 TO WS-PV-CNT
           OPEN INPUT PROVART
           IF WS-PVA-STATUS = '00' THEN
              MOVE WS-PV-CODART TO PVA-CODART
              MOVE LOW-VALUES TO PVA-PROV
              SET WS-END-FILE TO 0
              START PROVART KEY IS NOT LESS THAN PVA-CLAVE
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ PROVART NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PVA-CODART NOT = WS-PV-CODART THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          PERFORM 0100-ADD-ENTRY
                             THRU 0100-ADD-ENTRY-FIN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PROVART
           PERFORM 0100-FIND-CHEAPEST
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-ENTRY : The approved vendor in PVA-REG into the
      *    comparison table, with its name and currency.
      *-----------------------------------------------------------------
       0100-ADD-ENTRY.
           IF WS-PV-CNT NOT < 20 THEN
              GO TO 0100-ADD-ENTRY-FIN
           END-IF
           ADD 1 TO WS-PV-CNT
           MOVE PVA-PROV TO WS-PV-T-PROV(WS-PV-CNT)
           MOVE PVA-PRECIO TO WS-PV-T-PRECIO(WS-PV-CNT)
           MOVE PVA-PURUNIT TO WS-PV-T-PURUNIT(WS-PV-CNT)
           MOVE PVA-CANTMIN TO WS-PV-T-CANTMIN(WS-PV-CNT)
           MOVE PVA-PLAZO TO WS-PV-T-PLAZO(WS-PV-CNT)
           MOVE PVA-PREFER TO WS-PV-T-PREF(WS-PV-CNT)
           MOVE SPACES TO WS-PV-T-NOMBRE(WS-PV-CNT)
           MOVE SPACES TO WS-PV-T-MONEDA(WS-PV-CNT)
           OPEN INPUT PROVEEDORES
           PERFORM 0100-PVA-LOCAL-PRICE
           IF WS-PRV-STATUS = '00' THEN
              MOVE PRV-NOMBRE TO WS-PV-T-NOMBRE(WS-PV-CNT)
              MOVE PRV-MONEDA TO WS-PV-T-MONEDA(WS-PV-CNT)
           END-IF
           CLOSE PROVEEDORES
           MOVE WS-V-PVA-LOCAL TO WS-PV-T-LOCAL(WS-PV-CNT).
       0100-ADD-ENTRY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-CHEAPEST : WS-PV-MIN ends on the entry with the
      *    lowest local-currency price (0 when the table is empty).
      *-----------------------------------------------------------------
       0100-FIND-CHEAPEST.
           MOVE 0 TO WS-PV-MIN
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-CNT
              IF WS-PV-MIN = 0 THEN
                 MOVE WS-PV-IDX TO WS-PV-MIN
              ELSE
                 IF WS-PV-T-LOCAL(WS-PV-IDX)
                    < WS-PV-T-LOCAL(WS-PV-MIN) THEN
                    MOVE WS-PV-IDX TO WS-PV-MIN
                 END-IF
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-VENDOR : Stores (or replaces) one approved vendor
      *    of an article. Flagging it preferred clears the flag on the
      *    article's other vendors.
      *-----------------------------------------------------------------
       0100-SET-VENDOR.
           DISPLAY WS-MSG-PVAR LINE 06 COL 01
           MOVE SPACES TO WS-PV-CODART
           ACCEPT WS-PV-CODART LINE 06 COL 30
           PERFORM 0100-CHECK-ARTICLE
           IF WS-PV-FOUND = 0 THEN
              DISPLAY WS-MSG-PVNF LINE 24 COL 01
              GO TO 0100-SET-VENDOR-FIN
           END-IF
           DISPLAY WS-MSG-PVPV LINE 07 COL 01
           MOVE SPACES TO WS-PV-PROV
           ACCEPT WS-PV-PROV LINE 07 COL 30
           PERFORM 0100-CHECK-VENDOR
           IF WS-PRV-OK = 0 THEN
              DISPLAY WS-MSG-VNIV LINE 24 COL 01
              GO TO 0100-SET-VENDOR-FIN
           END-IF
           DISPLAY WS-MSG-PVPR LINE 08 COL 01
           MOVE WS-ZERO TO WS-PV-PRECIO
           ACCEPT WS-PV-PRECIO LINE 08 COL 60
           MOVE WS-PV-PRECIO TO WS-V-PV-PRECIO
           PERFORM UNTIL WS-V-PV-PRECIO > 0
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              ACCEPT WS-PV-PRECIO LINE 08 COL 60
              MOVE WS-PV-PRECIO TO WS-V-PV-PRECIO
           END-PERFORM
           DISPLAY WS-SPC LINE 24 COL 01
           DISPLAY WS-MSG-PVUN LINE 09 COL 01
           MOVE SPACES TO WS-PV-PURUNIT
           ACCEPT WS-PV-PURUNIT LINE 09 COL 60
           IF WS-PV-PURUNIT = SPACES OR WS-PV-PURUNIT = LOW-VALUE THEN
              MOVE WS-PV-ARTUNIT TO WS-PV-PURUNIT
              DISPLAY WS-PV-PURUNIT LINE 09 COL 60
           END-IF
           DISPLAY WS-MSG-PVQM LINE 10 COL 01
           MOVE WS-ZERO TO WS-PV-CANTMIN
           ACCEPT WS-PV-CANTMIN LINE 10 COL 60
           MOVE WS-PV-CANTMIN TO WS-V-PV-CANTMIN
           DISPLAY WS-MSG-PVPZ LINE 11 COL 01
           MOVE 0 TO WS-PV-PLZ-IN
           ACCEPT WS-PV-PLZ-IN LINE 11 COL 60
           MOVE WS-PV-PLZ-IN TO WS-PV-PLAZO
           IF WS-PV-PLAZO = 0 THEN
              MOVE WS-PV-PRVPLAZO TO WS-PV-PLAZO
              MOVE WS-PV-PLAZO TO WS-PV-PLZ-IN
              DISPLAY WS-PV-PLZ-IN LINE 11 COL 60
           END-IF
           DISPLAY WS-MSG-PVPF LINE 12 COL 01
           MOVE SPACES TO WS-PV-PREF
           ACCEPT WS-PV-PREF LINE 12 COL 60
           MOVE FUNCTION UPPER-CASE(WS-PV-PREF) TO WS-PV-PREF
           IF WS-PV-PREF NOT = 'S' THEN
              MOVE 'N' TO WS-PV-PREF
           END-IF
           OPEN I-O PROVART
           IF WS-PVA-STATUS = '35' THEN
              OPEN OUTPUT PROVART
              CLOSE PROVART
              OPEN I-O PROVART
           END-IF
           IF WS-PV-PREF = 'S' THEN
              PERFORM 0100-CLEAR-PREFERRED
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-PV-CODART TO PVA-CODART
           MOVE WS-PV-PROV TO PVA-PROV
           READ PROVART
              INVALID KEY
                 MOVE SPACES TO PVA-REG
                 MOVE WS-PV-CODART TO PVA-CODART
                 MOVE WS-PV-PROV TO PVA-PROV
                 PERFORM 0100-MOVE-VENDOR-DATA
                 WRITE PVA-REG
              NOT INVALID KEY
                 PERFORM 0100-MOVE-VENDOR-DATA
                 REWRITE PVA-REG
           END-READ
           CLOSE PROVART
           DISPLAY WS-MSG-PVRG LINE 24 COL 01.
       0100-SET-VENDOR-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MOVE-VENDOR-DATA : The captured data into PVA-REG.
      *-----------------------------------------------------------------
       0100-MOVE-VENDOR-DATA.
           MOVE WS-V-PV-PRECIO TO PVA-PRECIO
           MOVE WS-PV-PURUNIT TO PVA-PURUNIT
           MOVE WS-V-PV-CANTMIN TO PVA-CANTMIN
           MOVE WS-PV-PLAZO TO PVA-PLAZO
           MOVE WS-PV-PREF TO PVA-PREFER
           MOVE WS-DATETIME(1:8) TO PVA-FECHA
           MOVE WS-OPERATOR-ID TO PVA-OPERADOR
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLEAR-PREFERRED : Takes the preferred flag off every
      *    other approved vendor of the article (PROVART open I-O).
      *-----------------------------------------------------------------
       0100-CLEAR-PREFERRED.
           MOVE WS-PV-CODART TO PVA-CODART
           MOVE LOW-VALUES TO PVA-PROV
           SET WS-END-FILE TO 0
           START PROVART KEY IS NOT LESS THAN PVA-CLAVE
              INVALID KEY
                 SET WS-END-FILE TO 1
           END-START
           PERFORM UNTIL WS-END-FILE = 1
              READ PROVART NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF PVA-CODART NOT = WS-PV-CODART THEN
                       SET WS-END-FILE TO 1
                    ELSE
                       IF PVA-PREFERIDO
                       AND PVA-PROV NOT = WS-PV-PROV THEN
                          SET PVA-NO-PREFERIDO TO TRUE
                          REWRITE PVA-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DROP-VENDOR : Takes a vendor off an article's list.
      *-----------------------------------------------------------------
       0100-DROP-VENDOR.
           DISPLAY WS-MSG-PVAR LINE 06 COL 01
           MOVE SPACES TO WS-PV-CODART
           ACCEPT WS-PV-CODART LINE 06 COL 30
           MOVE FUNCTION UPPER-CASE(WS-PV-CODART) TO WS-PV-CODART
           DISPLAY WS-MSG-PVPV LINE 07 COL 01
           MOVE SPACES TO WS-PV-PROV
           ACCEPT WS-PV-PROV LINE 07 COL 30
           MOVE FUNCTION UPPER-CASE(WS-PV-PROV) TO WS-PV-PROV
           IF WS-PV-CODART = SPACES OR WS-PV-PROV = SPACES THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-DROP-VENDOR-FIN
           END-IF
           OPEN I-O PROVART
           MOVE WS-PV-CODART TO PVA-CODART
           MOVE WS-PV-PROV TO PVA-PROV
           READ PROVART
              INVALID KEY
                 DISPLAY WS-MSG-PVBX LINE 24 COL 01
              NOT INVALID KEY
                 DELETE PROVART RECORD
                 DISPLAY WS-MSG-PVBK LINE 24 COL 01
           END-READ
           CLOSE PROVART.
       0100-DROP-VENDOR-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-ARTICLE : Validates the article and keeps its
      *    purchase unit as the default of the vendor's.
      *-----------------------------------------------------------------
       0100-CHECK-ARTICLE.
           SET WS-PV-FOUND TO 0
           MOVE FUNCTION UPPER-CASE(WS-PV-CODART) TO WS-PV-CODART
           MOVE SPACES TO WS-PV-ARTUNIT
           OPEN INPUT INVENTARIO
           MOVE WS-PV-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ACTFLAG-ACTIVE THEN
                    SET WS-PV-FOUND TO 1
                    MOVE PURUNIT TO WS-PV-ARTUNIT
                    DISPLAY DESCART LINE 06 COL 42
                 END-IF
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-VENDOR : Validates the vendor against the active
      *    vendor master and keeps its lead time as the default.
      *-----------------------------------------------------------------
       0100-CHECK-VENDOR.
           SET WS-PRV-OK TO 0
           MOVE 0 TO WS-PV-PRVPLAZO
           MOVE FUNCTION UPPER-CASE(WS-PV-PROV) TO WS-PV-PROV
           OPEN INPUT PROVEEDORES
           IF WS-PRV-STATUS = '00' OR WS-PRV-STATUS = '05' THEN
              MOVE WS-PV-PROV TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRV-ACTIVO THEN
                       SET WS-PRV-OK TO 1
                       MOVE PRV-PLAZO TO WS-PV-PRVPLAZO
                       DISPLAY PRV-NOMBRE LINE 07 COL 42
                    END-IF
              END-READ
           END-IF
           CLOSE PROVEEDORES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COMPARE-CSV : Price comparison of every article with
      *    approved vendors, as a CSV registered in INFORMES.LOG.
      *-----------------------------------------------------------------
       0100-COMPARE-CSV.
           MOVE 0 TO WS-PV-CSV
           MOVE SPACES TO WS-PV-PREV-ART
           MOVE 0 TO WS-PV-CNT
           OPEN INPUT PROVART
           IF WS-PVA-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PROVART NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PVA-CODART NOT = WS-PV-PREV-ART THEN
                          PERFORM 0100-CSV-ARTICLE
                          MOVE 0 TO WS-PV-CNT
                          MOVE PVA-CODART TO WS-PV-PREV-ART
                       END-IF
                       PERFORM 0100-ADD-ENTRY THRU 0100-ADD-ENTRY-FIN
                 END-READ
              END-PERFORM
              PERFORM 0100-CSV-ARTICLE
           END-IF
           CLOSE PROVART
           IF WS-PV-CSV = 0 THEN
              DISPLAY WS-MSG-PVNA LINE 12 COL 01
           ELSE
              CLOSE OUT-INFORME
              OPEN EXTEND RPTLOG
              MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
              WRITE RPTLOG-RECORD
              CLOSE RPTLOG
              DISPLAY WS-MSG-PVOK LINE 22 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CSV-ARTICLE : The loaded vendors of one article into
      *    the CSV, which is opened with the first article.
      *-----------------------------------------------------------------
       0100-CSV-ARTICLE.
           IF WS-PV-CNT = 0 THEN
              GO TO 0100-CSV-ARTICLE-FIN
           END-IF
           IF WS-PV-CSV = 0 THEN
              MOVE 1 TO WS-PV-CSV
              MOVE WS-DELIM-DEF TO WS-CSV-DELIM
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
              MOVE SPACES TO WS-INFORME-FNAME
              STRING 'PROVART_' WS-RPT-STAMP '.CSV'
              DELIMITED BY SIZE INTO WS-INFORME-FNAME
              OPEN OUTPUT OUT-INFORME
              MOVE SPACES TO OUTPUT-RECORD
              STRING 'ARTICULO' WS-CSV-DELIM 'PROVEEDOR' WS-CSV-DELIM
                     'MONEDA' WS-CSV-DELIM 'PRECIO' WS-CSV-DELIM
                     'PRECIO LOCAL' WS-CSV-DELIM 'UNIDAD'
                     WS-CSV-DELIM 'CANTIDAD MINIMA' WS-CSV-DELIM
                     'PLAZO' WS-CSV-DELIM 'PREFERIDO' WS-CSV-DELIM
                     'MENOR PRECIO'
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF
           PERFORM 0100-FIND-CHEAPEST
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-CNT
              MOVE WS-PV-T-PRECIO(WS-PV-IDX) TO WS-PV-PRECIO
              MOVE WS-PV-T-LOCAL(WS-PV-IDX) TO WS-PV-LOCAL-ED
              MOVE WS-PV-T-CANTMIN(WS-PV-IDX) TO WS-PV-CANTMIN
              MOVE WS-PV-T-PLAZO(WS-PV-IDX) TO WS-PV-PLAZO-ED
              MOVE 'N' TO WS-PV-MARK
              IF WS-PV-IDX = WS-PV-MIN THEN
                 MOVE 'S' TO WS-PV-MARK
              END-IF
              MOVE SPACES TO OUTPUT-RECORD
              STRING WS-PV-PREV-ART WS-CSV-DELIM
                     WS-PV-T-PROV(WS-PV-IDX) WS-CSV-DELIM
                     WS-PV-T-MONEDA(WS-PV-IDX) WS-CSV-DELIM
                     WS-PV-PRECIO WS-CSV-DELIM
                     WS-PV-LOCAL-ED WS-CSV-DELIM
                     WS-PV-T-PURUNIT(WS-PV-IDX) WS-CSV-DELIM
                     WS-PV-CANTMIN WS-CSV-DELIM
                     WS-PV-PLAZO-ED WS-CSV-DELIM
                     WS-PV-T-PREF(WS-PV-IDX) WS-CSV-DELIM
                     WS-PV-MARK
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-PERFORM.
       0100-CSV-ARTICLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MAP-CODE : Maps the item code a vendor uses for one of
      *    our articles, or takes the mapping off when the article is
      *    left blank.
      *-----------------------------------------------------------------
       0100-MAP-CODE.
           DISPLAY WS-MSG-PVPV LINE 07 COL 01
           MOVE SPACES TO WS-PV-PROV
           ACCEPT WS-PV-PROV LINE 07 COL 30
           PERFORM 0100-CHECK-VENDOR
           IF WS-PRV-OK = 0 THEN
              DISPLAY WS-MSG-VNIV LINE 24 COL 01
              GO TO 0100-MAP-CODE-FIN
           END-IF
           DISPLAY WS-MSG-PVCP LINE 08 COL 01
           MOVE SPACES TO WS-PV-CODPROV
           ACCEPT WS-PV-CODPROV LINE 08 COL 30
           MOVE FUNCTION UPPER-CASE(WS-PV-CODPROV) TO WS-PV-CODPROV
           IF WS-PV-CODPROV = SPACES OR WS-PV-CODPROV = LOW-VALUE THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-MAP-CODE-FIN
           END-IF
           DISPLAY WS-MSG-PVCA LINE 09 COL 01
           MOVE SPACES TO WS-PV-CODART
           ACCEPT WS-PV-CODART LINE 09 COL 50
           IF WS-PV-CODART = SPACES OR WS-PV-CODART = LOW-VALUE THEN
              OPEN I-O PROVCOD
              MOVE WS-PV-PROV TO PVC-PROV
              MOVE WS-PV-CODPROV TO PVC-CODPROV
              READ PROVCOD
                 INVALID KEY
                    DISPLAY WS-MSG-PVCX LINE 24 COL 01
                 NOT INVALID KEY
                    DELETE PROVCOD RECORD
                    DISPLAY WS-MSG-PVCD LINE 24 COL 01
              END-READ
              CLOSE PROVCOD
              GO TO 0100-MAP-CODE-FIN
           END-IF
           PERFORM 0100-CHECK-ARTICLE
           IF WS-PV-FOUND = 0 THEN
              DISPLAY WS-MSG-PVNF LINE 24 COL 01
              GO TO 0100-MAP-CODE-FIN
           END-IF
           MOVE WS-PV-PROV TO WS-PVC-PROV
           MOVE WS-PV-CODPROV TO WS-PVC-CODPROV
           MOVE WS-PV-CODART TO WS-PVC-CODART
           MOVE SPACES TO WS-PVC-DESC
           MOVE 'MANUAL' TO WS-PVC-ORIGEN
           PERFORM 0100-PVC-MAP THRU 0100-PVC-MAP-FIN
           DISPLAY WS-MSG-PVCM LINE 24 COL 01.
       0100-MAP-CODE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MAP-PENDING : Walks the vendor item codes the supplier
      *    files brought that are not mapped yet, asking the article
      *    of each one.
      *-----------------------------------------------------------------
       0100-MAP-PENDING.
           MOVE 0 TO WS-PV-ASOC
           MOVE 0 TO WS-PV-PEND
           OPEN I-O PROVCOD
           IF WS-PVC-STATUS = '00' THEN
              DISPLAY WS-LB-PVC LINE 08 COL 01
              SET WS-PVC-FIN TO 0
              PERFORM UNTIL WS-PVC-FIN = 1
                 READ PROVCOD NEXT RECORD
                    AT END
                       SET WS-PVC-FIN TO 1
                    NOT AT END
                       IF PVC-SIN-ASOCIAR THEN
                          ADD 1 TO WS-PV-PEND
                          PERFORM 0100-MAP-PENDING-ONE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PROVCOD
           IF WS-PV-PEND = 0 THEN
              DISPLAY WS-MSG-PVCN LINE 12 COL 01
           ELSE
              MOVE WS-PV-ASOC TO WS-PV-ASOC-ED
              DISPLAY WS-MSG-PVCT LINE 22 COL 01
              DISPLAY WS-PV-ASOC-ED LINE 22 COL 21
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MAP-PENDING-ONE : Shows one unmapped code and maps it
      *    to the article typed (PROVCOD open I-O on the record).
      *-----------------------------------------------------------------
       0100-MAP-PENDING-ONE.
           DISPLAY WS-SPC LINE 09 COL 01
           DISPLAY WS-SPC LINE 24 COL 01
           DISPLAY PVC-PROV LINE 09 COL 01
           DISPLAY PVC-CODPROV LINE 09 COL 12
           DISPLAY PVC-DESC(1:30) LINE 09 COL 33
           DISPLAY PVC-ORIGEN LINE 09 COL 64
           DISPLAY WS-MSG-PVCQ LINE 11 COL 01
           MOVE SPACES TO WS-PV-CODART
           ACCEPT WS-PV-CODART LINE 11 COL 60
           MOVE FUNCTION UPPER-CASE(WS-PV-CODART) TO WS-PV-CODART
           IF WS-PV-CODART = 'FIN' THEN
              SET WS-PVC-FIN TO 1
           ELSE
              IF WS-PV-CODART NOT = SPACES
              AND WS-PV-CODART NOT = LOW-VALUE THEN
                 PERFORM 0100-CHECK-ARTICLE
                 IF WS-PV-FOUND = 0 THEN
                    DISPLAY WS-MSG-PVNF LINE 24 COL 01
                    ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 ELSE
                    MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                    MOVE WS-PV-CODART TO PVC-CODART
                    MOVE WS-DATETIME(1:8) TO PVC-FECHA
                    MOVE WS-OPERATOR-ID TO PVC-OPERADOR
                    REWRITE PVC-REG
                    ADD 1 TO WS-PV-ASOC
                 END-IF
              END-IF
           END-IF
           DISPLAY WS-SPC LINE 06 COL 01
           EXIT.
      *
       copy "PVACHK.cpy".
      *
       copy "PVCCHK.cpy".
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
       END PROGRAM PROVART01.
