      ******************************************************************
      * Program      : SUGPED01.cbl                                    *
      * Purpose      : Suggested purchase-order generation. Collects   *
      *                every active article at or below its reorder    *
      *                point - MINSTOCK plus the frozen PRONMES.DAT    *
      *                forecast of the vendor's lead time, against its *
      *                stock in every internal warehouse - or with a   *
      *                shortfall the replenishment proposal between    *
      *                warehouses (REPOSIC.DAT) could not cover,       *
      *                groups the lines by VENDOR, proposes an order   *
      *                quantity that restores the stock above that     *
      *                point (at least the uncovered shortfall), lets  *
      *                the buyer review and edit the draft on screen,  *
      *                and then writes real PEDIDOS orders through the *
      *                normal numbering with the delivery date taken   *
      *                from each vendor's PRV-PLAZO.                   *
      * Date         : 01-sep-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Vendor from approved list per   *
      *                                article.                        *
      * 15-oct-2026    R. Urquijo      Reorder point adds the frozen   *
      *                                monthly forecast over the lead  *
      *                                time to MINSTOCK.               *
      * 15-oct-2026    R. Urquijo      Stock counts every internal     *
      *                                warehouse; buys at least the    *
      *                                shortfall no warehouse can cover*
      *                                in the replenishment proposal.  *
      * 15-oct-2026    R. Urquijo      Phase-out and discontinued      *
      *                                articles are left out and       *
      *                                counted.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGPED01.
       copy "FILE.cpy".
       copy "PEDSEL.cpy".
       copy "PRVSEL.cpy".
       copy "PVASEL.cpy".
       copy "PMSSEL.cpy".
       copy "ALMSEL.cpy".
       copy "SALSEL.cpy".
       copy "RPSSEL.cpy".
       copy "ESASEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       copy "PEDFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "PVAFD.cpy".
      *
       copy "PMSFD.cpy".
      *
       copy "ALMFD.cpy".
      *
       copy "SALFD.cpy".
      *
       copy "RPSFD.cpy".
      *
       copy "ESAFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "RPSWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PED-STATUS      PIC XX.
           77 WS-ALM-STATUS      PIC XX.
           77 WS-SAL-STATUS      PIC XX.
           77 WS-SG-CNT          PIC 9(3) VALUE 0.
           77 WS-SG-IDX          PIC 9(3) VALUE 0.
           77 WS-SG-JDX          PIC 9(3) VALUE 0.
           77 WS-SG-SEL          PIC 9(3) VALUE 0.
           77 WS-V-SG-NEED       PIC 9(7)V99.
           77 WS-V-SG-QTY        PIC 9(5)V99.
           77 WS-V-SG-PUNTO      PIC 9(7)V99.
           77 WS-SG-LEAD         PIC 9(3) VALUE 0.
           77 WS-SG-QTY-IN       PIC ZZZZ9.99.
           77 WS-SG-QTY-ED       PIC ZZZZ9.99.
           77 WS-SG-PRECIO-ED    PIC ZZZZ9.99.
           77 WS-SG-SINPRV       PIC 9(3) VALUE 0.
           77 WS-SG-SINPRV-ED    PIC ZZ9.
           77 WS-SG-NOCOMPRA     PIC 9(3) VALUE 0.
           77 WS-PED-NUM         PIC 9(06) VALUE 0.
           77 WS-PED-NUM-ED      PIC ZZZZZ9.
           77 WS-SG-PRVCOD       PIC X(20).
           77 WS-SG-LIN          PIC 9(03) VALUE 0.
           77 WS-SG-ORDERS       PIC 9(3) VALUE 0.
           77 WS-SG-ORDERS-ED    PIC ZZ9.
           77 WS-SG-MAXPLZ-IN    PIC ZZ9.
      *
       01 WS-SG-TABLE.
           02 WS-SG-ENTRY OCCURS 200 TIMES.
               03 WS-SG-T-PURUNIT   PIC X(15).
               03 WS-SG-T-QTY       PIC 9(5)V99.
               03 WS-SG-T-PRECIO    PIC 9(5)V99.
               03 WS-SG-T-PLAZO     PIC 9(03).
       01 WS-SG-SWAP.
           02 WS-SG-S-VENDOR        PIC X(20).
           02 WS-SG-S-CODART        PIC X(10).
           02 WS-SG-S-PURUNIT       PIC X(15).
           02 WS-SG-S-QTY           PIC 9(5)V99.
           02 WS-SG-S-PRECIO        PIC 9(5)V99.
           02 WS-SG-S-PLAZO         PIC 9(03).
      *
           77 WS-ST-SG     PIC X(25) VALUE 'SUGERIDO DE COMPRAS      '.
           77 WS-MSG-SGNO PIC X(80) VALUE ' No hay articulos activos'-
       ' en o bajo su punto de pedido con proveedor asignado.  '.
           77 WS-MSG-SGSP PIC X(80) VALUE ' Articulos bajo su punto '-
       'de pedido SIN proveedor asignado (no sugeridos):       '.
           77 WS-MSG-SGFD PIC X(80) VALUE ' Articulos bajo su punto '-
       'de pedido en fase de salida o descontinuados:          '.
           77 WS-MSG-SGED PIC X(80) VALUE ' Linea a modificar (0 = c'-
       'ontinuar con el borrador):                             '.
           77 WS-MSG-SGQT PIC X(80) VALUE ' Nueva cantidad a pedir ('-
       'das:                                                   '.
           77 WS-MSG-SGNG PIC X(80) VALUE ' El borrador fue descarta'-
       'do. Ninguna orden fue generada.                        '.
           77 WS-MSG-SGMP PIC X(80) VALUE ' Plazo maximo de entrega '-
       'en dias (0 = sin limite):                              '.
           77 WS-LB-SG    PIC X(78) VALUE 'NO  PROVEEDOR            '-
       ' CODIGO     DESCRIPCION               CANTIDAD  PRECIO'.
      *
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-SG          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           DISPLAY WS-MSG-SGMP LINE 06 COL 01
           MOVE 0 TO WS-SG-MAXPLZ-IN
           ACCEPT WS-SG-MAXPLZ-IN LINE 06 COL 55
           MOVE WS-SG-MAXPLZ-IN TO WS-PVA-MAXPLAZO
           PERFORM 0100-PVA-TASA
           PERFORM 0100-COLLECT-LOW
           IF WS-SG-CNT = 0 THEN
              DISPLAY WS-MSG-SGNO LINE 10 COL 01
              DISPLAY WS-MSG-SGSP LINE 21 COL 01
              DISPLAY WS-SG-SINPRV-ED LINE 21 COL 55
           END-IF
           IF WS-SG-NOCOMPRA > 0 THEN
              MOVE WS-SG-NOCOMPRA TO WS-SG-SINPRV-ED
              DISPLAY WS-MSG-SGFD LINE 20 COL 01
              DISPLAY WS-SG-SINPRV-ED LINE 20 COL 72
           END-IF
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
      *
      *-----------------------------------------------------------------
      *    0100-COLLECT-LOW : Loads every active article at or below
      *    its reorder point into the draft, proposing the quantity
      *    (in the purchase unit) that restores the stock to twice
      *    that point. The point is MINSTOCK plus the frozen monthly
      *    forecast over the vendor's lead time (a month when the
      *    vendor has none); without a frozen forecast it is MINSTOCK
      *    alone. The vendor comes from the article's approved vendor
      *    list when it has one, else from its VENDOR field. The stock
      *    counts the other internal warehouses too, since the
      *    replenishment proposal moves it where it is short; an
      *    article with a shortfall that proposal could not cover from
      *    any warehouse is bought for at least that quantity.
      *-----------------------------------------------------------------
       0100-COLLECT-LOW.
           MOVE 0 TO WS-SG-CNT
           MOVE 0 TO WS-SG-SINPRV
           MOVE 0 TO WS-SG-NOCOMPRA
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '35' THEN
              CLOSE INVENTARIO
              GO TO 0100-COLLECT-LOW-FIN
           END-IF
           PERFORM 0100-RPS-LOAD-ALM THRU 0100-RPS-LOAD-ALM-FIN
           PERFORM 0100-RPS-LOAD-FALTAS THRU 0100-RPS-LOAD-FALTAS-FIN
           OPEN INPUT STOCKALM
           IF WS-SAL-STATUS NOT = '00' THEN
              MOVE 0 TO WS-RPS-A-CNT
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF ACTFLAG-ACTIVE THEN
                       MOVE CODART TO WS-PVA-CODART
                       PERFORM 0100-PVA-BEST THRU 0100-PVA-BEST-FIN
                       PERFORM 0100-REORDER-POINT
                    END-IF
                    IF ACTFLAG-ACTIVE
                    AND ((WS-V-SG-PUNTO > 0
                    AND WS-V-CANT NOT > WS-V-SG-PUNTO)
                    OR WS-V-RPS-FALTA > 0) THEN
                       MOVE CODART TO WS-ESA-CODART
                       PERFORM 0100-ESA-GET THRU 0100-ESA-GET-FIN
                       EVALUATE TRUE
                          WHEN WS-ESA-NO-COMPRA
                             ADD 1 TO WS-SG-NOCOMPRA
                          WHEN VENDOR = SPACES AND WS-PVA-HAY = 0
                             ADD 1 TO WS-SG-SINPRV
                          WHEN OTHER
                             PERFORM 0100-ADD-DRAFT-LINE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STOCKALM
           CLOSE INVENTARIO.
       0100-COLLECT-LOW-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REORDER-POINT : WS-V-SG-PUNTO for the article in
      *    INVENT-REG, with the vendor chosen by 0100-PVA-BEST; its
      *    stock in every internal warehouse in WS-V-CANT and its
      *    uncovered shortfall in WS-V-RPS-FALTA.
      *-----------------------------------------------------------------
       0100-REORDER-POINT.
           MOVE CODART TO WS-RPS-CODART
           PERFORM 0100-RPS-OTROS
           PERFORM 0100-RPS-FALTA
           MOVE CANT TO WS-V-CANT
           ADD WS-V-RPS-OTROS TO WS-V-CANT
           MOVE MINSTOCK TO WS-V-ADJ-QTY
           MOVE 0 TO WS-SG-LEAD
           IF WS-PVA-HAY = 1 THEN
              MOVE WS-PVA-PLAZO TO WS-SG-LEAD
           ELSE
              IF VENDOR NOT = SPACES THEN
                 OPEN INPUT PROVEEDORES
                 IF WS-PRV-STATUS = '00' OR WS-PRV-STATUS = '05' THEN
                    MOVE VENDOR(1:10) TO PRV-CODIGO
                    READ PROVEEDORES
                       KEY IS PRV-CODIGO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE PRV-PLAZO TO WS-SG-LEAD
                    END-READ
                 END-IF
                 CLOSE PROVEEDORES
              END-IF
           END-IF
           IF WS-SG-LEAD = 0 THEN
              MOVE 30 TO WS-SG-LEAD
           END-IF
           MOVE CODART TO WS-PMS-CODART
           MOVE WS-SG-LEAD TO WS-PMS-DIAS
           PERFORM 0100-PMS-WINDOW THRU 0100-PMS-WINDOW-FIN
           COMPUTE WS-V-SG-PUNTO = WS-V-ADJ-QTY + WS-V-PMS-DEMANDA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-DRAFT-LINE : One draft line from the record in
      *    INVENT-REG, converting the shortfall to the purchase unit.
      *    A vendor taken from the approved list brings its price (in
      *    local currency), its lead time and its minimum quantity.
      *-----------------------------------------------------------------
       0100-ADD-DRAFT-LINE.
           IF WS-SG-CNT NOT < 200 THEN
              GO TO 0100-ADD-DRAFT-FIN
           END-IF
           MOVE MINSTOCK TO WS-MINSTOCK
           MOVE 0 TO WS-V-SG-NEED
           IF WS-V-SG-PUNTO > 0
           AND WS-V-CANT NOT > WS-V-SG-PUNTO THEN
              COMPUTE WS-V-SG-NEED =
                 (WS-V-SG-PUNTO * 2) - WS-V-CANT
           END-IF
           IF WS-V-RPS-FALTA > WS-V-SG-NEED THEN
              MOVE WS-V-RPS-FALTA TO WS-V-SG-NEED
           END-IF
           MOVE CONVFACT TO WS-V-CONVFACT
           IF WS-V-CONVFACT = 0 THEN
              MOVE 1.00 TO WS-V-CONVFACT
           IF WS-V-AVGCOST = 0 THEN
              MOVE STDCOST TO WS-V-AVGCOST
           END-IF
           MOVE WS-V-AVGCOST TO WS-SG-T-PRECIO(WS-SG-CNT)
           MOVE 0 TO WS-SG-T-PLAZO(WS-SG-CNT)
           IF WS-PVA-HAY = 1 THEN
              MOVE WS-PVA-PROV TO WS-SG-T-VENDOR(WS-SG-CNT)
              MOVE WS-V-PVA-MEJOR TO WS-SG-T-PRECIO(WS-SG-CNT)
              MOVE WS-PVA-PLAZO TO WS-SG-T-PLAZO(WS-SG-CNT)
              IF WS-V-SG-QTY < WS-V-PVA-CANTMIN THEN
                 MOVE WS-V-PVA-CANTMIN TO WS-SG-T-QTY(WS-SG-CNT)
              END-IF
           END-IF.
       0100-ADD-DRAFT-FIN.
           EXIT.
      *
      *
      *-----------------------------------------------------------------
      *    0100-NEW-ORDER-HEAD : Starts the order of the next vendor:
      *    next number, lead-time delivery date, header record. The
      *    lead time is the vendor's, or the longest of its approved
      *    list entries among the order's lines when that is longer.
      *-----------------------------------------------------------------
       0100-NEW-ORDER-HEAD.
           MOVE WS-PAR-NEXTPED TO WS-PED-NUM
              END-READ
           END-IF
           CLOSE PROVEEDORES
           PERFORM VARYING WS-SG-JDX FROM WS-SG-IDX BY 1
                   UNTIL WS-SG-JDX > WS-SG-CNT
              IF WS-SG-T-VENDOR(WS-SG-JDX) = WS-SG-PRVCOD
              AND WS-SG-T-QTY(WS-SG-JDX) > 0
              AND WS-SG-T-PLAZO(WS-SG-JDX) > WS-SG-PLAZO THEN
                 MOVE WS-SG-T-PLAZO(WS-SG-JDX) TO WS-SG-PLAZO
              END-IF
           END-PERFORM
           COMPUTE WS-SG-ENT-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-SG-HOY-N) + WS-SG-PLAZO)
           MOVE WS-SG-ENT-N TO WS-SG-FENTREGA
                 CONTINUE
           END-WRITE
           EXIT.
      *
       copy "PVACHK.cpy".
      *
       copy "ESACHK.cpy".
      *
       copy "PMSCHK.cpy".
      *
       copy "RPSALM.cpy".
      *
       copy "LOGIN.cpy".
      *
