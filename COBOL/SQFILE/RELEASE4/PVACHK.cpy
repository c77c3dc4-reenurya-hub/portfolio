      *-----------------------------------------------------------------
      *    0100-PVA-GET : Looks up vendor WS-PVA-PROV on the approved
      *    list of article WS-PVA-CODART. WS-PVA-HAY ends 1 with its
      *    price, purchase unit, minimum and lead time when it is
      *    listed; WS-PVA-LISTA ends 1 when the article has any
      *    approved vendor at all. Shared by purchase-order entry and
      *    the suggested orders.
      *-----------------------------------------------------------------
       0100-PVA-GET.
           SET WS-PVA-HAY TO 0
           SET WS-PVA-LISTA TO 0
           MOVE 0 TO WS-V-PVA-PRECIO
           MOVE 0 TO WS-V-PVA-CANTMIN
           MOVE 0 TO WS-PVA-PLAZO
           MOVE SPACES TO WS-PVA-PURUNIT
           OPEN INPUT PROVART
           IF WS-PVA-STATUS NOT = '00' THEN
              CLOSE PROVART
              GO TO 0100-PVA-GET-FIN
           END-IF
           MOVE WS-PVA-CODART TO PVA-CODART
           MOVE WS-PVA-PROV TO PVA-PROV
           READ PROVART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-PVA-HAY TO 1
                 SET WS-PVA-LISTA TO 1
                 MOVE PVA-PRECIO TO WS-V-PVA-PRECIO
                 MOVE PVA-CANTMIN TO WS-V-PVA-CANTMIN
                 MOVE PVA-PLAZO TO WS-PVA-PLAZO
                 MOVE PVA-PURUNIT TO WS-PVA-PURUNIT
           END-READ
           IF WS-PVA-HAY = 0 THEN
              MOVE WS-PVA-CODART TO PVA-CODART
              MOVE LOW-VALUES TO PVA-PROV
              START PROVART KEY IS NOT LESS THAN PVA-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ PROVART NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF PVA-CODART = WS-PVA-CODART THEN
                             SET WS-PVA-LISTA TO 1
                          END-IF
                    END-READ
              END-START
           END-IF
           CLOSE PROVART.
       0100-PVA-GET-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PVA-BEST : Chooses the vendor to buy article
      *    WS-PVA-CODART from: the preferred one when it delivers
      *    within WS-PVA-MAXPLAZO days (0 = no limit), else the
      *    cheapest that does - prices compared in local currency at
      *    WS-V-PVA-TASA for vendors billing in foreign currency -
      *    else, when none does, the fastest. Leaves the choice as
      *    0100-PVA-GET does, with WS-PVA-PROV and WS-PVA-MODO set;
      *    WS-PVA-HAY ends 0 when the article has no approved vendor.
      *-----------------------------------------------------------------
       0100-PVA-BEST.
           SET WS-PVA-HAY TO 0
           MOVE SPACES TO WS-PVA-MODO
           MOVE SPACES TO WS-PVA-PROV
           OPEN INPUT PROVART
           IF WS-PVA-STATUS NOT = '00' THEN
              CLOSE PROVART
              GO TO 0100-PVA-BEST-FIN
           END-IF
           OPEN INPUT PROVEEDORES
           MOVE WS-PVA-CODART TO PVA-CODART
           MOVE LOW-VALUES TO PVA-PROV
           SET WS-PVA-FIN TO 0
           START PROVART KEY IS NOT LESS THAN PVA-CLAVE
              INVALID KEY
                 SET WS-PVA-FIN TO 1
           END-START
           PERFORM UNTIL WS-PVA-FIN = 1
              READ PROVART NEXT RECORD
                 AT END
                    SET WS-PVA-FIN TO 1
                 NOT AT END
                    IF PVA-CODART NOT = WS-PVA-CODART THEN
                       SET WS-PVA-FIN TO 1
                    ELSE
                       PERFORM 0100-PVA-BEST-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROVEEDORES
           CLOSE PROVART.
       0100-PVA-BEST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PVA-BEST-REC : Weighs one approved vendor against the
      *    choice so far.
      *-----------------------------------------------------------------
       0100-PVA-BEST-REC.
           PERFORM 0100-PVA-LOCAL-PRICE
           IF WS-PVA-MAXPLAZO = 0
           OR PVA-PLAZO NOT > WS-PVA-MAXPLAZO THEN
              EVALUATE TRUE
                 WHEN WS-PVA-POR-PREFERIDO
                    CONTINUE
                 WHEN PVA-PREFERIDO
                    SET WS-PVA-POR-PREFERIDO TO TRUE
                    PERFORM 0100-PVA-TAKE
                 WHEN WS-PVA-POR-PRECIO
                    IF WS-V-PVA-LOCAL < WS-V-PVA-MEJOR THEN
                       PERFORM 0100-PVA-TAKE
                    END-IF
                 WHEN OTHER
                    SET WS-PVA-POR-PRECIO TO TRUE
                    PERFORM 0100-PVA-TAKE
              END-EVALUATE
           ELSE
              IF WS-PVA-MODO = SPACES
              OR (WS-PVA-POR-PLAZO AND PVA-PLAZO < WS-PVA-PLAZO) THEN
                 SET WS-PVA-POR-PLAZO TO TRUE
                 PERFORM 0100-PVA-TAKE
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PVA-TAKE : The approved vendor in PVA-REG becomes the
      *    choice.
      *-----------------------------------------------------------------
       0100-PVA-TAKE.
           SET WS-PVA-HAY TO 1
           MOVE PVA-PROV TO WS-PVA-PROV
           MOVE PVA-PRECIO TO WS-V-PVA-PRECIO
           MOVE PVA-CANTMIN TO WS-V-PVA-CANTMIN
           MOVE PVA-PLAZO TO WS-PVA-PLAZO
           MOVE PVA-PURUNIT TO WS-PVA-PURUNIT
           MOVE WS-V-PVA-LOCAL TO WS-V-PVA-MEJOR
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PVA-LOCAL-PRICE : The price of the approved vendor in
      *    PVA-REG in local currency, in WS-V-PVA-LOCAL. PROVEEDORES
      *    must be open.
      *-----------------------------------------------------------------
       0100-PVA-LOCAL-PRICE.
           MOVE PVA-PRECIO TO WS-V-PVA-LOCAL
           MOVE PVA-PROV TO PRV-CODIGO
           READ PROVEEDORES
              KEY IS PRV-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PRV-MONEDA NOT = SPACES THEN
                    COMPUTE WS-V-PVA-LOCAL ROUNDED =
                       PVA-PRECIO * WS-V-PVA-TASA
                 END-IF
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PVA-TASA : Today's rate of TCAMBIO.DAT into
      *    WS-V-PVA-TASA, for comparing foreign-currency quotes (1 when
      *    no rate is on file).
      *-----------------------------------------------------------------
       0100-PVA-TASA.
           MOVE 1 TO WS-V-PVA-TASA
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN INPUT TCAMBIO
           IF WS-TCA-STATUS = '00' THEN
              SET WS-PVA-FIN TO 0
              PERFORM UNTIL WS-PVA-FIN = 1
                 READ TCAMBIO
                    AT END
                       SET WS-PVA-FIN TO 1
                    NOT AT END
                       IF TCA-FECHA NOT > WS-DATETIME(1:8)
                       AND TCA-TASA > 0 THEN
                          MOVE TCA-TASA TO WS-V-PVA-TASA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE TCAMBIO
           EXIT.
