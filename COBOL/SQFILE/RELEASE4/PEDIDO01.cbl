      *                                releases them into stock and a  *
      *                                reject routes them back to the  *
      *                                vendor with a RAZONES motive.   *
      * 15-oct-2026    R. Urquijo      Line price defaults from the    *
      *                                approved vendor list; unlisted  *
      *                                vendors are warned.             *
      * 15-oct-2026    R. Urquijo      ORDEN.PRN prints the vendor's   *
      *                                item code next to ours.         *
      * 15-oct-2026    R. Urquijo      Receipts start from the vendor's*
      *                                shipping notice (AVISOS.DAT).   *
      * 15-oct-2026    R. Urquijo      Receipt costs logged for the    *
      *                                price variance.                 *
      * 15-oct-2026    R. Urquijo      Option 6 approves or discards   *
      *                                the draft orders released by the*
      *                                material plan (MRP01); drafts   *
      *                                cannot be received.             *
      * 15-oct-2026    R. Urquijo      Receipts suggest a putaway bin  *
      *                                per line (pick face, overstock, *
      *                                empty bin), print it to         *
      *                                UBICAREC.PRN and post it to     *
      *                                BINES.DAT with MOV-BIN movements*
      *                                on confirmation.                *
      * 15-oct-2026    R. Urquijo      Phase-out and discontinued      *
      *                                articles are not ordered nor    *
      *                                approved in drafts.             *
      * 15-oct-2026    R. Urquijo      In the training data set the    *
      *                                printed form is framed by the   *
      *                                ENTRENAMIENTO - SIN VALIDEZ     *
      *                                line.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO01.
       copy "PRVSEL.cpy".
       copy "PSUSEL.cpy".
       copy "SERSEL.cpy".
       copy "PVASEL.cpy".
       copy "PVCSEL.cpy".
       copy "AVISEL.cpy".
       copy "CRCSEL.cpy".
       copy "BINSEL.cpy".
       copy "ESASEL.cpy".
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
      *
           SELECT OPTIONAL LLAMPRN ASSIGN TO "LLAMADAS.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT UBIPRN ASSIGN TO "UBICAREC.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       copy "PSUFD.cpy".
      *
       copy "SERFD.cpy".
      *
       copy "PVAFD.cpy".
      *
       copy "PVCFD.cpy".
      *
       copy "AVIFD.cpy".
       copy "CRCFD.cpy".
       copy "BINFD.cpy".
       copy "ESAFD.cpy".
      *
       FD EMPRESA.
       01 REG-EMPRESA.
      *
       FD LLAMPRN.
       01 LLAMPRN-RECORD       PIC X(80).
      *
       FD UBIPRN.
       01 UBIPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
           77 WS-PED-IDX         PIC 9(03) VALUE 0.
           77 WS-PED-DONE        PIC 9 VALUE 0.
           77 WS-PED-FOUND       PIC 9 VALUE 0.
           77 WS-PED-NOCOMPRA    PIC 9 VALUE 0.
           77 WS-PED-ESA-ART     PIC X(10).
           77 WS-PED-QTY         PIC ZZZZ9.99.
           77 WS-V-PED-QTY       PIC 9(5)V99.
           77 WS-V-PED-PEND      PIC 9(5)V99.
           77 WS-V-PED-ACEPT     PIC 9(5)V99.
           77 WS-V-PED-RECH      PIC 9(5)V99.
           77 WS-PED-INS-IN      PIC ZZZZ9.99.
           77 WS-ASN-CNT         PIC 9(03) VALUE 0.
           77 WS-ASN-IDX         PIC 9(03) VALUE 0.
           77 WS-ASN-SIDX        PIC 9(03) VALUE 0.
           77 WS-ASN-LIN         PIC 9(03) VALUE 0.
           77 WS-ASN-SERIAL      PIC X(20).
           77 WS-ASN-QTY-ED      PIC ZZZZ9.99.
           77 WS-V-ASN-TOTAL     PIC 9(5)V99.
           77 WS-V-ASN-RECQ      PIC 9(5)V99.
           77 WS-V-ASN-REST      PIC 9(5)V99.
           77 WS-V-ASN-LOTQ      PIC 9(5)V99.
      *
      *    SHIPPING NOTICE LINES OF THE ORDER LINE BEING RECEIVED.
       01 WS-ASN-TABLE.
           02 WS-ASN-ENTRY OCCURS 20 TIMES.
               03 WS-ASN-T-SEC      PIC 9(03).
               03 WS-ASN-T-CANT     PIC 9(5)V99.
               03 WS-ASN-T-LOTE     PIC X(10).
               03 WS-ASN-T-FVENCE   PIC X(08).
               03 WS-ASN-T-SERIAL   PIC X(20).
      *
       01 WS-PED-TABLE.
           02 WS-PED-LINEA OCCURS 50 TIMES.
               03 WS-PED-T-CANT     PIC ZZZZ9.99.
               03 WS-PED-T-PRECIO   PIC ZZZZ9.99.
      *
      *
           77 WS-BIN-STATUS      PIC XX.
           77 WS-PU-CNT          PIC 9(03) VALUE 0.
           77 WS-PU-IDX          PIC 9(03) VALUE 0.
           77 WS-PU-BCNT         PIC 9(03) VALUE 0.
           77 WS-PU-BIDX         PIC 9(03) VALUE 0.
           77 WS-PU-FIN          PIC 9 VALUE 0.
           77 WS-PU-USADO        PIC 9 VALUE 0.
           77 WS-PU-ALM          PIC X(02).
           77 WS-PU-PICK         PIC X(12).
           77 WS-PU-SOBRE        PIC X(12).
           77 WS-PU-BIN          PIC X(12).
           77 WS-PU-TIPO         PIC X(01).
           77 WS-PU-DESTINO      PIC X(22).
           77 WS-PU-CANT-ED      PIC ZZZZ9.99.
           77 WS-V-PU-RESTO      PIC 9(5)V99.
           77 WS-V-PU-QTY        PIC 9(5)V99.
           77 WS-V-PU-PEND       PIC 9(5)V99.
           77 WS-V-PU-LIBRE      PIC S9(5)V99.
      *
      *    PUTAWAY SUGGESTIONS OF THE RECEIPT IN COURSE. TIPO: 'P' PICK
      *    FACE, 'S' OVERSTOCK BIN, 'V' EMPTY BIN, SPACE NO BIN.
       01 WS-PU-TABLE.
           02 WS-PU-ENTRY OCCURS 100 TIMES.
               03 WS-PU-T-CODART    PIC X(10).
               03 WS-PU-T-ALM       PIC X(02).
               03 WS-PU-T-BIN       PIC X(12).
               03 WS-PU-T-CANT      PIC 9(5)V99.
               03 WS-PU-T-TIPO      PIC X(01).
      *
      *    BINS OF THE WAREHOUSE WITH WHAT THEY HOLD, ANY ARTICLE.
       01 WS-PU-BINTAB.
           02 WS-PU-B-ENTRY OCCURS 500 TIMES.
               03 WS-PU-B-BIN       PIC X(12).
               03 WS-PU-B-CANT      PIC 9(7)V99.
               03 WS-PU-B-PICK      PIC X(01).
      *
           77 WS-MSG-PDUC PIC X(80) VALUE ' Lista de ubicacion en UB'-
       'ICAREC.PRN. La registra en los bines? S/N              '.
           77 WS-MSG-PDUK PIC X(80) VALUE ' Ubicacion registrada: lo'-
       's bines quedaron al dia con el recibo.                 '.
           77 WS-MSG-PDUN PIC X(80) VALUE ' Ubicacion no registrada:'-
       ' los bines quedan como estaban.                        '.
           77 WS-LB-PDUB   PIC X(60) VALUE
       'CODIGO     AL  BIN          CANTIDAD  DESTINO'.
           77 WS-ST-PED    PIC X(25) VALUE 'ORDENES DE COMPRA        '.
           77 WS-MSG-PDOP PIC X(80) VALUE ' 1-NUEVA 2-RECIBIR 3-ABIE'-
       'RTAS 4-IMPRIME 5-INSPECC 6-APRUEBA 9-SALE   Opcion [ ]'.
           77 WS-MSG-PDRN PIC X(80) VALUE ' Numero de la orden en bo'-
       'rrador a aprobar:                                      '.
           77 WS-MSG-PDRY PIC X(80) VALUE ' La orden no es un borrad'-
       'or pendiente de aprobacion.                            '.
           77 WS-MSG-PDRA PIC X(80) VALUE ' A-Aprobar la orden  D-De'-
       'scartarla  ENTER-Dejarla en borrador:                  '.
           77 WS-MSG-PDRF PIC X(80) VALUE ' Orden no aprobada: tiene'-
       ' un articulo que ya no se compra:                      '.
           77 WS-MSG-PDRO PIC X(80) VALUE ' Orden aprobada: queda ab'-
       'ierta para recibir.                                    '.
           77 WS-MSG-PDRD PIC X(80) VALUE ' Borrador descartado.    '-
       '                                                       '.
           77 WS-MSG-PDRB PIC X(80) VALUE ' La orden es un borrador:'-
       ' apruebela (opcion 6) antes de recibir.                '.
           77 WS-MSG-PDIQ PIC X(80) VALUE ' Requiere inspeccion de c'-
       'alidad? S/N                                            '.
           77 WS-MSG-PDIH PIC X(80) VALUE ' Recibo retenido en inspe'-
       ' ya existe. NADA fue grabado. Revise PARAM01.         '.
           77 WS-MSG-PDPR PIC X(80) VALUE ' Precio unitario acordado'-
       ' (en unidad de compra):                                '.
           77 WS-MSG-PDVL PIC X(80) VALUE ' Lote avisado:           '-
       '  vence:            lote recibido:                     '.
           77 WS-MSG-PDVQ PIC X(80) VALUE ' Cantidad de ese lote (0 '-
       '= la avisada, unidad de compra):                       '.
           77 WS-LB-PDVA   PIC X(11) VALUE 'Avisado(0):'.
           77 WS-LB-PDVS   PIC X(15) VALUE 'Serie avisada: '.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
                    PERFORM 0100-PRINT-ORDER
                 WHEN 5
                    PERFORM 0100-INSPECTION
                 WHEN 6
                    PERFORM 0100-APPROVE-DRAFT
                       THRU 0100-APPROVE-DRAFT-FIN
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
                    ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                    DISPLAY WS-SPC LINE 24 COL 01
                 ELSE
                    MOVE WS-CODART TO WS-ESA-CODART
                    PERFORM 0100-ESA-GET THRU 0100-ESA-GET-FIN
                    IF WS-ESA-NO-COMPRA THEN
                       DISPLAY WS-MSG-ESNC LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                       DISPLAY WS-SPC LINE 24 COL 01
                       PERFORM 0100-ESA-AVISO THRU 0100-ESA-AVISO-FIN
                    ELSE
                       PERFORM 0100-GET-LINE-DATA
                    END-IF
                 END-IF
              END-IF
              IF WS-PED-LCNT NOT < 50 THEN
      *-----------------------------------------------------------------
      *    0100-GET-LINE-DATA : Captures the ordered quantity, in the
      *    purchase unit of the article already read into INVENT-REG,
      *    and adds the line to the order table. The price defaults
      *    to the vendor's on the article's approved vendor list, and
      *    a vendor missing from a list the article has is warned.
      *-----------------------------------------------------------------
       0100-GET-LINE-DATA.
           MOVE CODART TO WS-PVA-CODART
           MOVE WS-PED-VENDOR(1:10) TO WS-PVA-PROV
           PERFORM 0100-PVA-GET THRU 0100-PVA-GET-FIN
           IF WS-PVA-LISTA = 1 AND WS-PVA-HAY = 0 THEN
              DISPLAY WS-MSG-PVNL LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
           END-IF
           DISPLAY DESCART LINE 10 COL 01
           DISPLAY PURUNIT LINE 10 COL 40
           DISPLAY WS-MSG-PDQT LINE 10 COL 56
           MOVE WS-ZERO TO WS-PED-PRECIO
           ACCEPT WS-PED-PRECIO LINE 10 COL 48
           MOVE WS-PED-PRECIO TO WS-V-PED-PRECIO
           IF WS-V-PED-PRECIO = 0 AND WS-PVA-HAY = 1 THEN
              MOVE WS-V-PVA-PRECIO TO WS-V-PED-PRECIO
              MOVE WS-V-PED-PRECIO TO WS-PED-PRECIO
              DISPLAY WS-PED-PRECIO LINE 10 COL 48
           END-IF
           ADD 1 TO WS-PED-LCNT
           MOVE CODART TO WS-PED-T-CODART(WS-PED-LCNT)
           MOVE DESCART TO WS-PED-T-DESCART(WS-PED-LCNT)
      *-----------------------------------------------------------------
      *    0100-PRINT-ORDER : Prints the purchase order of one PED-NUM
      *    to ORDEN.PRN: company block from EMPRESA.DAT, the vendor's
      *    name and contact from PROVEEDORES, the lines with the
      *    vendor's own item code from PROVCOD.DAT, ordered quantity
      *    and agreed price, and the requested delivery date.
      *    Reprintable at any time.
      *-----------------------------------------------------------------
       0100-PRINT-ORDER.
              GO TO 0100-PRINT-ORDER-FIN
           END-IF
           OPEN OUTPUT ORDPRN
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE WS-ENT-MARCA TO ORDPRN-RECORD
              WRITE ORDPRN-RECORD
           END-IF
           PERFORM 0100-PRINT-EMPRESA
           PERFORM 0100-PRINT-VENDOR
           MOVE WS-PED-NUM TO WS-PED-NUM-ED
           WRITE ORDPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO ORDPRN-RECORD
           WRITE ORDPRN-RECORD
           MOVE 'CODIGO     SU CODIGO       DESCRIPCION    '-
       '      UD.COMPRA  CANTIDAD   PRECIO' TO ORDPRN-RECORD
           WRITE ORDPRN-RECORD
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > 50
                 INVALID KEY
                    MOVE 51 TO WS-PED-IDX
                 NOT INVALID KEY
                    MOVE WS-PED-VENDOR(1:10) TO WS-PVC-PROV
                    MOVE PED-CODART TO WS-PVC-CODART
                    PERFORM 0100-PVC-OF-ARTICLE
                       THRU 0100-PVC-OF-ARTICLE-FIN
                    MOVE SPACES TO ORDPRN-RECORD
                    STRING PED-CODART ' '
                           WS-PVC-CODPROV(1:15) ' '
                           PED-DESCART(1:20) ' '
                           PED-PURUNIT(1:10) ' '
                           PED-CANT-PED ' '
                           PED-PRECIO
              END-READ
           END-PERFORM
           CLOSE PEDIDOS
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE WS-ENT-MARCA TO ORDPRN-RECORD
              WRITE ORDPRN-RECORD
           END-IF
           CLOSE ORDPRN
           DISPLAY WS-MSG-PDIP LINE 22 COL 01.
       0100-PRINT-ORDER-FIN.
      *    and driving the stock increase on INVENTARIO.DAT.
      *-----------------------------------------------------------------
       0100-RECEIVE-ORDER.
           MOVE 0 TO WS-PU-CNT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
                 INVALID KEY
                    DISPLAY WS-MSG-PDNX LINE 24 COL 01
                 NOT INVALID KEY
                    IF PED-EST-BORRADOR THEN
                       DISPLAY WS-MSG-PDRB LINE 24 COL 01
                    ELSE
                       PERFORM 0100-LIST-ORDER-LINES
                       PERFORM 0100-GET-FREIGHT
                       PERFORM 0100-RECEIVE-LINES
                    END-IF
              END-READ
              CLOSE PEDIDOS
           END-IF.
                 END-READ
              END-IF
           END-PERFORM
           PERFORM 0100-PUT-CONFIRM THRU 0100-PUT-CONFIRM-FIN
           PERFORM 0100-CLOSE-HEADER-CHECK
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RECEIVE-ONE-LINE : Captures the received quantity of the
      *    line already read into PED-REG, updates its status and
      *    applies the stock increase to INVENTARIO.DAT. A shipping
      *    notice of the line offers its quantity, lots and serials
      *    for the receiver to confirm or correct.
      *-----------------------------------------------------------------
       0100-RECEIVE-ONE-LINE.
           MOVE PED-CANT-PED TO WS-V-PED-QTY
           MOVE PED-CANT-REC TO WS-V-PED-REC
           COMPUTE WS-V-PED-PEND = WS-V-PED-QTY - WS-V-PED-REC
           PERFORM 0100-ASN-LOAD
           DISPLAY WS-MSG-PDRQ LINE 22 COL 01
           IF WS-ASN-CNT > 0 THEN
              MOVE WS-V-ASN-TOTAL TO WS-ASN-QTY-ED
              DISPLAY WS-LB-PDVA LINE 22 COL 54
              DISPLAY WS-ASN-QTY-ED LINE 22 COL 66
           END-IF
           MOVE WS-ZERO TO WS-PED-QTY
           ACCEPT WS-PED-QTY LINE 22 COL 45
           MOVE WS-PED-QTY TO WS-V-PED-QTY
           IF WS-V-PED-QTY = 0 AND WS-ASN-CNT > 0 THEN
              MOVE WS-V-ASN-TOTAL TO WS-V-PED-QTY
              MOVE WS-V-PED-QTY TO WS-PED-QTY
              DISPLAY WS-PED-QTY LINE 22 COL 45
           END-IF
           MOVE WS-V-PED-QTY TO WS-V-ASN-RECQ
           IF WS-V-PED-QTY = 0
           OR WS-V-PED-QTY > WS-V-PED-PEND THEN
              DISPLAY WS-MSG-PDRX LINE 24 COL 01
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE WS-DATETIME(1:8) TO PED-FRECIBO
                 REWRITE PED-REG
                 PERFORM 0100-ASN-CLOSE
                 DISPLAY WS-MSG-PDIH LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 MOVE WS-DATETIME(1:8) TO PED-FRECIBO
                 REWRITE PED-REG
                 PERFORM 0100-APPLY-RECEIPT
                 PERFORM 0100-ASN-LOTS
                 PERFORM 0100-ASN-CLOSE
                 DISPLAY WS-MSG-PDRK LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
              END-IF
           END-IF
           MOVE 0 TO WS-ASN-CNT
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASN-LOAD : Loads the shipping notice lines still
      *    pending for the order line in PED-REG, with their total.
      *-----------------------------------------------------------------
       0100-ASN-LOAD.
           MOVE 0 TO WS-ASN-CNT
           MOVE 0 TO WS-ASN-SIDX
           MOVE 0 TO WS-V-ASN-TOTAL
           MOVE PED-LIN TO WS-ASN-LIN
           OPEN INPUT AVISOS
           IF WS-AVI-STATUS = '00' THEN
              MOVE WS-PED-NUM TO AVI-PEDNUM
              MOVE WS-ASN-LIN TO AVI-PEDLIN
              MOVE 0 TO AVI-SEC
              SET WS-END-FILE TO 0
              START AVISOS KEY IS NOT LESS THAN AVI-CLAVE
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ AVISOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF AVI-PEDNUM NOT = WS-PED-NUM
                       OR AVI-PEDLIN NOT = WS-ASN-LIN THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          IF AVI-PENDIENTE AND WS-ASN-CNT < 20 THEN
                             ADD 1 TO WS-ASN-CNT
                             MOVE AVI-SEC TO WS-ASN-T-SEC(WS-ASN-CNT)
                             MOVE AVI-CANT TO WS-ASN-T-CANT(WS-ASN-CNT)
                             MOVE AVI-LOTE TO WS-ASN-T-LOTE(WS-ASN-CNT)
                             MOVE AVI-FVENCE
                                TO WS-ASN-T-FVENCE(WS-ASN-CNT)
                             MOVE AVI-SERIAL
                                TO WS-ASN-T-SERIAL(WS-ASN-CNT)
                             ADD AVI-CANT TO WS-V-ASN-TOTAL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE AVISOS
           SET WS-END-FILE TO 0
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASN-LOTS : Books the quantity just received into
      *    LOTES.DAT under the lots the notice announced: the receiver
      *    confirms or corrects each lot and its quantity.
      *-----------------------------------------------------------------
       0100-ASN-LOTS.
           MOVE WS-V-ASN-RECQ TO WS-V-ASN-REST
           PERFORM VARYING WS-ASN-IDX FROM 1 BY 1
                   UNTIL WS-ASN-IDX > WS-ASN-CNT
                      OR WS-V-ASN-REST = 0
              IF WS-ASN-T-LOTE(WS-ASN-IDX) NOT = SPACES THEN
                 PERFORM 0100-ASN-ONE-LOT
              END-IF
           END-PERFORM
           DISPLAY WS-SPC LINE 23 COL 01
           DISPLAY WS-SPC LINE 24 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASN-ONE-LOT : One announced lot into LOTES.DAT, in the
      *    stock unit of the article.
      *-----------------------------------------------------------------
       0100-ASN-ONE-LOT.
           MOVE WS-ASN-T-CANT(WS-ASN-IDX) TO WS-V-ASN-LOTQ
           IF WS-V-ASN-LOTQ > WS-V-ASN-REST THEN
              MOVE WS-V-ASN-REST TO WS-V-ASN-LOTQ
           END-IF
           DISPLAY WS-MSG-PDVL LINE 23 COL 01
           DISPLAY WS-ASN-T-LOTE(WS-ASN-IDX) LINE 23 COL 16
           DISPLAY WS-ASN-T-FVENCE(WS-ASN-IDX) LINE 23 COL 35
           MOVE SPACES TO WS-LOT-NUM
           ACCEPT WS-LOT-NUM LINE 23 COL 62
           MOVE WS-ASN-T-FVENCE(WS-ASN-IDX) TO WS-LOT-FVENCE
           IF WS-LOT-NUM = SPACES OR WS-LOT-NUM = LOW-VALUE THEN
              MOVE WS-ASN-T-LOTE(WS-ASN-IDX) TO WS-LOT-NUM
              DISPLAY WS-LOT-NUM LINE 23 COL 62
           ELSE
              IF WS-LOT-NUM NOT = WS-ASN-T-LOTE(WS-ASN-IDX) THEN
                 DISPLAY WS-MSG-LTFV LINE 24 COL 01
                 MOVE SPACES TO WS-LOT-FVENCE
                 ACCEPT WS-LOT-FVENCE LINE 24 COL 60
                 IF WS-LOT-FVENCE = LOW-VALUE THEN
                    MOVE SPACES TO WS-LOT-FVENCE
                 END-IF
              END-IF
           END-IF
           MOVE WS-V-ASN-LOTQ TO WS-ASN-QTY-ED
           DISPLAY WS-MSG-PDVQ LINE 24 COL 01
           DISPLAY WS-ASN-QTY-ED LINE 24 COL 70
           MOVE WS-ZERO TO WS-PED-INS-IN
           ACCEPT WS-PED-INS-IN LINE 24 COL 60
           MOVE WS-PED-INS-IN TO WS-V-LOT-CANT
           IF WS-V-LOT-CANT > 0 AND WS-V-LOT-CANT NOT > WS-V-ASN-REST
              MOVE WS-V-LOT-CANT TO WS-V-ASN-LOTQ
           END-IF
           SUBTRACT WS-V-ASN-LOTQ FROM WS-V-ASN-REST
           COMPUTE WS-V-LOT-CANT ROUNDED =
              WS-V-ASN-LOTQ * WS-V-CONVFACT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O LOTES
           IF WS-LOT-STATUS = '35' THEN
              OPEN OUTPUT LOTES
              CLOSE LOTES
              OPEN I-O LOTES
           END-IF
           MOVE WS-CODART TO LOT-CODART
           MOVE WS-LOT-NUM TO LOT-NUM
           READ LOTES
              INVALID KEY
                 MOVE WS-CODART TO LOT-CODART
                 MOVE WS-LOT-NUM TO LOT-NUM
                 MOVE WS-DATETIME(1:8) TO LOT-FRECIBO
                 MOVE WS-LOT-FVENCE TO LOT-FVENCE
                 MOVE WS-V-LOT-CANT TO LOT-CANT
                 WRITE LOT-REG
              NOT INVALID KEY
                 MOVE LOT-CANT TO WS-LOT-REMAIN
                 COMPUTE WS-V-LOT-CANT =
                    WS-V-LOT-CANT + WS-LOT-REMAIN
                 MOVE WS-V-LOT-CANT TO LOT-CANT
                 IF WS-LOT-FVENCE NOT = SPACES THEN
                    MOVE WS-LOT-FVENCE TO LOT-FVENCE
                 END-IF
                 REWRITE LOT-REG
           END-READ
           CLOSE LOTES
           DISPLAY WS-SPC LINE 24 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASN-CLOSE : Marks the notice lines of the order line
      *    received, spreading the received quantity over them in
      *    sequence (the last one takes any excess), so announced and
      *    received can be compared per vendor.
      *-----------------------------------------------------------------
       0100-ASN-CLOSE.
           IF WS-ASN-CNT = 0 THEN
              GO TO 0100-ASN-CLOSE-FIN
           END-IF
           MOVE WS-V-ASN-RECQ TO WS-V-ASN-REST
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O AVISOS
           PERFORM VARYING WS-ASN-IDX FROM 1 BY 1
                   UNTIL WS-ASN-IDX > WS-ASN-CNT
              MOVE WS-PED-NUM TO AVI-PEDNUM
              MOVE WS-ASN-LIN TO AVI-PEDLIN
              MOVE WS-ASN-T-SEC(WS-ASN-IDX) TO AVI-SEC
              READ AVISOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WS-ASN-T-CANT(WS-ASN-IDX) TO WS-V-ASN-LOTQ
                    IF WS-V-ASN-LOTQ > WS-V-ASN-REST
                    OR WS-ASN-IDX = WS-ASN-CNT THEN
                       MOVE WS-V-ASN-REST TO WS-V-ASN-LOTQ
                    END-IF
                    SUBTRACT WS-V-ASN-LOTQ FROM WS-V-ASN-REST
                    MOVE WS-V-ASN-LOTQ TO AVI-CANT-REC
                    SET AVI-RECIBIDO TO TRUE
                    MOVE WS-DATETIME(1:8) TO AVI-FRECIBO
                    MOVE WS-OPERATOR-ID TO AVI-OPERADOR
                    REWRITE AVI-REG
              END-READ
           END-PERFORM
           CLOSE AVISOS.
       0100-ASN-CLOSE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASN-NEXT-SERIAL : The next serial the notice announced
      *    for the line, in WS-ASN-SERIAL (spaces when none is left).
      *-----------------------------------------------------------------
       0100-ASN-NEXT-SERIAL.
           MOVE SPACES TO WS-ASN-SERIAL
           PERFORM UNTIL WS-ASN-SIDX NOT < WS-ASN-CNT
                      OR WS-ASN-SERIAL NOT = SPACES
              ADD 1 TO WS-ASN-SIDX
              MOVE WS-ASN-T-SERIAL(WS-ASN-SIDX) TO WS-ASN-SERIAL
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       0100-INSPECTION.
           MOVE 0 TO WS-V-LC-FACTOR
           MOVE 0 TO WS-PU-CNT
           DISPLAY WS-MSG-PDNU LINE 06 COL 01
           MOVE 0 TO WS-PED-NUM
           ACCEPT WS-PED-NUM LINE 06 COL 35
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-APPROVE-DRAFT : A draft order - as released by the
      *    material plan - is shown with its lines and either approved,
      *    when header and lines become open orders, or discarded.
      *-----------------------------------------------------------------
       0100-APPROVE-DRAFT.
           DISPLAY WS-MSG-PDRN LINE 06 COL 01
           MOVE 0 TO WS-PED-NUM
           ACCEPT WS-PED-NUM LINE 06 COL 50
           OPEN I-O PEDIDOS
           IF WS-PED-STATUS = '35' THEN
              CLOSE PEDIDOS
              DISPLAY WS-MSG-PDNX LINE 24 COL 01
              GO TO 0100-APPROVE-DRAFT-FIN
           END-IF
           MOVE WS-PED-NUM TO PED-NUM
           MOVE 0 TO PED-LIN
           READ PEDIDOS
              INVALID KEY
                 MOVE SPACES TO PED-ESTADO
           END-READ
           IF NOT PED-EST-BORRADOR THEN
              CLOSE PEDIDOS
              DISPLAY WS-MSG-PDRY LINE 24 COL 01
              GO TO 0100-APPROVE-DRAFT-FIN
           END-IF
           PERFORM 0100-LIST-ORDER-LINES
           DISPLAY WS-MSG-PDRA LINE 22 COL 01
           MOVE SPACES TO WS-OPTX
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           EVALUATE WS-OPTX
              WHEN 'A'
              WHEN 'a'
                 PERFORM 0100-DRAFT-LIFECYCLE
                 IF WS-PED-NOCOMPRA = 1 THEN
                    DISPLAY WS-MSG-PDRF LINE 24 COL 01
                    DISPLAY WS-PED-ESA-ART LINE 24 COL 60
                 ELSE
                    PERFORM VARYING WS-PED-IDX FROM 0 BY 1
                            UNTIL WS-PED-IDX > 50
                       MOVE WS-PED-NUM TO PED-NUM
                       MOVE WS-PED-IDX TO PED-LIN
                       READ PEDIDOS
                          INVALID KEY
                             MOVE 51 TO WS-PED-IDX
                          NOT INVALID KEY
                             SET PED-EST-ABIERTA TO TRUE
                             MOVE WS-OPERATOR-ID TO PED-OPERADOR
                             REWRITE PED-REG
                                INVALID KEY
                                   CONTINUE
                             END-REWRITE
                       END-READ
                    END-PERFORM
                    DISPLAY WS-MSG-PDRO LINE 24 COL 01
                 END-IF
              WHEN 'D'
              WHEN 'd'
                 PERFORM VARYING WS-PED-IDX FROM 0 BY 1
                         UNTIL WS-PED-IDX > 50
                    MOVE WS-PED-NUM TO PED-NUM
                    MOVE WS-PED-IDX TO PED-LIN
                    DELETE PEDIDOS
                       INVALID KEY
                          MOVE 51 TO WS-PED-IDX
                    END-DELETE
                 END-PERFORM
                 DISPLAY WS-MSG-PDRD LINE 24 COL 01
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           CLOSE PEDIDOS.
       0100-APPROVE-DRAFT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DRAFT-LIFECYCLE : A draft can not be approved while one
      *    of its lines is an article in phase-out or discontinued;
      *    WS-PED-NOCOMPRA ends 1 with the first such article.
      *-----------------------------------------------------------------
       0100-DRAFT-LIFECYCLE.
           SET WS-PED-NOCOMPRA TO 0
           MOVE SPACES TO WS-PED-ESA-ART
           PERFORM VARYING WS-PED-IDX FROM 1 BY 1
                   UNTIL WS-PED-IDX > 50
              MOVE WS-PED-NUM TO PED-NUM
              MOVE WS-PED-IDX TO PED-LIN
              READ PEDIDOS
                 INVALID KEY
                    MOVE 51 TO WS-PED-IDX
                 NOT INVALID KEY
                    MOVE PED-CODART TO WS-ESA-CODART
                    PERFORM 0100-ESA-GET THRU 0100-ESA-GET-FIN
                    IF WS-ESA-NO-COMPRA THEN
                       SET WS-PED-NOCOMPRA TO 1
                       MOVE PED-CODART TO WS-PED-ESA-ART
                       MOVE 51 TO WS-PED-IDX
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RELEASE-LINE : Accept/reject step of one held line.
      *-----------------------------------------------------------------
       0100-RELEASE-LINE.
           END-IF
           DISPLAY WS-MSG-PDIK LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           DISPLAY WS-SPC LINE 24 COL 01
           PERFORM 0100-PUT-CONFIRM THRU 0100-PUT-CONFIRM-FIN.
       0100-RELEASE-FIN.
           EXIT.
      *
                 IF WS-V-AVGCOST = 0 THEN
                    MOVE STDCOST TO WS-V-AVGCOST
                 END-IF
                 MOVE STDCOST TO WS-V-CRC-STD
                 MOVE CATEGORY TO WS-CRC-CATEG
                 MOVE WS-RCOST TO WS-V-RCOST
                 IF WS-V-RCOST = 0 THEN
                    MOVE WS-V-AVGCOST TO WS-V-RCOST
                 STRING 'OC ' WS-PED-NUM-ED
                 DELIMITED BY SIZE INTO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
                 PERFORM 0100-PUT-SUGGEST THRU 0100-PUT-SUGGEST-FIN
           END-READ
           CLOSE INVENTARIO
           MOVE WS-V-ADJ-QTY TO WS-V-CAP-QTY
           MOVE WS-V-RCOST TO WS-V-CAP-COSTO
           PERFORM 0100-ADD-COST-LAYER
           MOVE WS-V-ADJ-QTY TO WS-V-CRC-QTY
           MOVE WS-V-RCOST TO WS-V-CRC-COSTO
           MOVE PED-VENDOR(1:10) TO WS-CRC-PROV
           MOVE 'RECIBO-OC' TO WS-CRC-ORIGEN
           MOVE WS-MOV-REF TO WS-CRC-REF
           PERFORM 0100-WRITE-CRC-REC THRU 0100-WRITE-CRC-FIN
           PERFORM 0100-ALLOC-BACKORDER
           PERFORM 0100-CAPTURE-SERIALS
           EXIT.
           OPEN I-O SERIALES
           PERFORM VARYING WS-SER-IDX2 FROM 1 BY 1
                   UNTIL WS-SER-IDX2 > WS-SER-N
              PERFORM 0100-ASN-NEXT-SERIAL
              DISPLAY WS-SPC LINE 23 COL 01
              IF WS-ASN-SERIAL NOT = SPACES THEN
                 DISPLAY WS-LB-PDVS LINE 23 COL 01
                 DISPLAY WS-ASN-SERIAL LINE 23 COL 16
              END-IF
              DISPLAY WS-MSG-PDSN LINE 24 COL 01
              MOVE SPACES TO WS-SER-SERIAL
              ACCEPT WS-SER-SERIAL LINE 24 COL 55
              IF WS-SER-SERIAL = SPACES OR WS-SER-SERIAL = LOW-VALUE
                 MOVE WS-ASN-SERIAL TO WS-SER-SERIAL
              END-IF
              IF WS-SER-SERIAL NOT = SPACES THEN
                 MOVE SPACES TO SER-REG
                 MOVE WS-CODART TO SER-CODART
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PUT-SUGGEST : Directed putaway of the quantity just
      *    received (WS-V-ADJ-QTY of WS-CODART into warehouse
      *    WS-ADJ-LOC). The pick face takes what fits below its
      *    maximum, the rest goes to an overstock bin of the article
      *    and, when it has none, to an empty bin of the warehouse.
      *    The suggestions wait in WS-PU-TABLE for 0100-PUT-CONFIRM.
      *-----------------------------------------------------------------
       0100-PUT-SUGGEST.
           MOVE WS-V-ADJ-QTY TO WS-V-PU-RESTO
           IF WS-V-PU-RESTO = 0 THEN
              GO TO 0100-PUT-SUGGEST-FIN
           END-IF
           MOVE '0' TO WS-PU-ALM(1:1)
           MOVE WS-ADJ-LOC TO WS-PU-ALM(2:1)
           MOVE SPACES TO WS-PU-PICK
           MOVE SPACES TO WS-PU-SOBRE
           MOVE 0 TO WS-V-PU-LIBRE
           OPEN INPUT BINES
           IF WS-BIN-STATUS = '00' THEN
              MOVE WS-CODART TO BIN-CODART
              MOVE WS-PU-ALM TO BIN-ALM
              MOVE LOW-VALUES TO BIN-BIN
              SET WS-PU-FIN TO 0
              START BINES KEY IS NOT LESS THAN BIN-CLAVE
                 INVALID KEY
                    SET WS-PU-FIN TO 1
              END-START
              PERFORM 0100-PUT-ART-BIN THRU 0100-PUT-ART-BIN-FIN
                 UNTIL WS-PU-FIN = 1
           END-IF
           CLOSE BINES
      *    WHAT THIS SAME RECEIPT ALREADY SENT TO THE PICK FACE
      *    COUNTS AGAINST ITS ROOM.
           IF WS-PU-PICK NOT = SPACES AND WS-V-PU-LIBRE > 0 THEN
              MOVE WS-PU-PICK TO WS-PU-BIN
              PERFORM 0100-PUT-PEND-BIN
              COMPUTE WS-V-PU-LIBRE = WS-V-PU-LIBRE - WS-V-PU-PEND
           END-IF
           IF WS-PU-PICK NOT = SPACES AND WS-V-PU-LIBRE > 0 THEN
              IF WS-V-PU-LIBRE < WS-V-PU-RESTO THEN
                 MOVE WS-V-PU-LIBRE TO WS-V-PU-QTY
              ELSE
                 MOVE WS-V-PU-RESTO TO WS-V-PU-QTY
              END-IF
              MOVE WS-PU-PICK TO WS-PU-BIN
              MOVE 'P' TO WS-PU-TIPO
              PERFORM 0100-PUT-ADD THRU 0100-PUT-ADD-FIN
              SUBTRACT WS-V-PU-QTY FROM WS-V-PU-RESTO
           END-IF
           IF WS-V-PU-RESTO = 0 THEN
              GO TO 0100-PUT-SUGGEST-FIN
           END-IF
      *    AN EMPTY BIN GIVEN TO THE ARTICLE EARLIER IN THIS RECEIPT
      *    IS ITS OVERSTOCK BIN FROM THEN ON.
           IF WS-PU-SOBRE = SPACES THEN
              PERFORM VARYING WS-PU-IDX FROM 1 BY 1
                      UNTIL WS-PU-IDX > WS-PU-CNT
                 IF WS-PU-T-CODART(WS-PU-IDX) = WS-CODART
                 AND WS-PU-T-ALM(WS-PU-IDX) = WS-PU-ALM
                 AND WS-PU-T-TIPO(WS-PU-IDX) = 'V' THEN
                    MOVE WS-PU-T-BIN(WS-PU-IDX) TO WS-PU-SOBRE
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-V-PU-RESTO TO WS-V-PU-QTY
           IF WS-PU-SOBRE NOT = SPACES THEN
              MOVE WS-PU-SOBRE TO WS-PU-BIN
              MOVE 'S' TO WS-PU-TIPO
           ELSE
              PERFORM 0100-PUT-EMPTY-BIN THRU 0100-PUT-EMPTY-BIN-FIN
              IF WS-PU-BIN NOT = SPACES THEN
                 MOVE 'V' TO WS-PU-TIPO
              ELSE
                 MOVE SPACE TO WS-PU-TIPO
              END-IF
           END-IF
           PERFORM 0100-PUT-ADD THRU 0100-PUT-ADD-FIN.
       0100-PUT-SUGGEST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PUT-ART-BIN : Next bin of the article in the warehouse:
      *    notes the pick face with its free room and the first
      *    overstock bin.
      *-----------------------------------------------------------------
       0100-PUT-ART-BIN.
           READ BINES NEXT RECORD
              AT END
                 SET WS-PU-FIN TO 1
           END-READ
           IF WS-PU-FIN = 1 THEN
              GO TO 0100-PUT-ART-BIN-FIN
           END-IF
           IF BIN-CODART NOT = WS-CODART OR BIN-ALM NOT = WS-PU-ALM
              SET WS-PU-FIN TO 1
              GO TO 0100-PUT-ART-BIN-FIN
           END-IF
           IF BIN-ES-PICK THEN
              IF WS-PU-PICK = SPACES THEN
                 MOVE BIN-BIN TO WS-PU-PICK
                 IF BIN-MAXIMO NOT = SPACES
                 AND BIN-MAX > BIN-CANT THEN
                    COMPUTE WS-V-PU-LIBRE = BIN-MAX - BIN-CANT
                 END-IF
              END-IF
           ELSE
              IF WS-PU-SOBRE = SPACES THEN
                 MOVE BIN-BIN TO WS-PU-SOBRE
              END-IF
           END-IF.
       0100-PUT-ART-BIN-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PUT-PEND-BIN : Quantity of this receipt already headed
      *    to bin WS-PU-BIN of the article, into WS-V-PU-PEND.
      *-----------------------------------------------------------------
       0100-PUT-PEND-BIN.
           MOVE 0 TO WS-V-PU-PEND
           PERFORM VARYING WS-PU-IDX FROM 1 BY 1
                   UNTIL WS-PU-IDX > WS-PU-CNT
              IF WS-PU-T-CODART(WS-PU-IDX) = WS-CODART
              AND WS-PU-T-ALM(WS-PU-IDX) = WS-PU-ALM
              AND WS-PU-T-BIN(WS-PU-IDX) = WS-PU-BIN THEN
                 ADD WS-PU-T-CANT(WS-PU-IDX) TO WS-V-PU-PEND
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PUT-EMPTY-BIN : First bin of the warehouse that holds
      *    nothing of any article, is no article's pick face and was
      *    not already given out by this receipt. WS-PU-BIN stays in
      *    spaces when there is none.
      *-----------------------------------------------------------------
       0100-PUT-EMPTY-BIN.
           MOVE SPACES TO WS-PU-BIN
           MOVE 0 TO WS-PU-BCNT
           OPEN INPUT BINES
           IF WS-BIN-STATUS NOT = '00' THEN
              CLOSE BINES
              GO TO 0100-PUT-EMPTY-BIN-FIN
           END-IF
           SET WS-PU-FIN TO 0
           PERFORM 0100-PUT-OCUPA THRU 0100-PUT-OCUPA-FIN
              UNTIL WS-PU-FIN = 1
           CLOSE BINES
           PERFORM VARYING WS-PU-BIDX FROM 1 BY 1
                   UNTIL WS-PU-BIDX > WS-PU-BCNT
                      OR WS-PU-BIN NOT = SPACES
              IF WS-PU-B-CANT(WS-PU-BIDX) = 0
              AND WS-PU-B-PICK(WS-PU-BIDX) NOT = 'P' THEN
                 SET WS-PU-USADO TO 0
                 PERFORM VARYING WS-PU-IDX FROM 1 BY 1
                         UNTIL WS-PU-IDX > WS-PU-CNT
                    IF WS-PU-T-ALM(WS-PU-IDX) = WS-PU-ALM
                    AND WS-PU-T-BIN(WS-PU-IDX) =
                        WS-PU-B-BIN(WS-PU-BIDX) THEN
                       SET WS-PU-USADO TO 1
                    END-IF
                 END-PERFORM
                 IF WS-PU-USADO = 0 THEN
                    MOVE WS-PU-B-BIN(WS-PU-BIDX) TO WS-PU-BIN
                 END-IF
              END-IF
           END-PERFORM.
       0100-PUT-EMPTY-BIN-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PUT-OCUPA : Adds the next BINES.DAT record of the
      *    warehouse to the occupation of its bin in WS-PU-BINTAB.
      *-----------------------------------------------------------------
       0100-PUT-OCUPA.
           READ BINES NEXT RECORD
              AT END
                 SET WS-PU-FIN TO 1
           END-READ
           IF WS-PU-FIN = 1 OR BIN-ALM NOT = WS-PU-ALM THEN
              GO TO 0100-PUT-OCUPA-FIN
           END-IF
           PERFORM VARYING WS-PU-BIDX FROM 1 BY 1
                   UNTIL WS-PU-BIDX > WS-PU-BCNT
                      OR WS-PU-B-BIN(WS-PU-BIDX) = BIN-BIN
              CONTINUE
           END-PERFORM
           IF WS-PU-BIDX > WS-PU-BCNT THEN
              IF WS-PU-BCNT NOT < 500 THEN
                 GO TO 0100-PUT-OCUPA-FIN
              END-IF
              ADD 1 TO WS-PU-BCNT
              MOVE WS-PU-BCNT TO WS-PU-BIDX
              MOVE BIN-BIN TO WS-PU-B-BIN(WS-PU-BIDX)
              MOVE 0 TO WS-PU-B-CANT(WS-PU-BIDX)
              MOVE SPACE TO WS-PU-B-PICK(WS-PU-BIDX)
           END-IF
           ADD BIN-CANT TO WS-PU-B-CANT(WS-PU-BIDX)
           IF BIN-ES-PICK THEN
              MOVE 'P' TO WS-PU-B-PICK(WS-PU-BIDX)
           END-IF.
       0100-PUT-OCUPA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PUT-ADD : Adds one putaway suggestion (WS-PU-BIN,
      *    WS-PU-TIPO, WS-V-PU-QTY) for WS-CODART to WS-PU-TABLE.
      *-----------------------------------------------------------------
       0100-PUT-ADD.
           IF WS-PU-CNT NOT < 100 THEN
              GO TO 0100-PUT-ADD-FIN
           END-IF
           ADD 1 TO WS-PU-CNT
           MOVE WS-CODART TO WS-PU-T-CODART(WS-PU-CNT)
           MOVE WS-PU-ALM TO WS-PU-T-ALM(WS-PU-CNT)
           MOVE WS-PU-BIN TO WS-PU-T-BIN(WS-PU-CNT)
           MOVE WS-V-PU-QTY TO WS-PU-T-CANT(WS-PU-CNT)
           MOVE WS-PU-TIPO TO WS-PU-T-TIPO(WS-PU-CNT).
       0100-PUT-ADD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PUT-CONFIRM : Prints the putaway list of the receipt
      *    to UBICAREC.PRN, shows it and, once the receiver confirms,
      *    posts every line into its bin in BINES.DAT with a MOV-BIN
      *    movement, so the bins agree with CANT from the arrival on.
      *    A line with no bin to go to is left for placing by hand.
      *-----------------------------------------------------------------
       0100-PUT-CONFIRM.
           IF WS-PU-CNT = 0 THEN
              GO TO 0100-PUT-CONFIRM-FIN
           END-IF
           MOVE WS-PED-NUM TO WS-PED-NUM-ED
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN OUTPUT UBIPRN
           MOVE SPACES TO UBIPRN-RECORD
           STRING 'LISTA DE UBICACION   OC ' WS-PED-NUM-ED
                  '   FECHA ' WS-DATETIME(1:8)
           DELIMITED BY SIZE INTO UBIPRN-RECORD
           WRITE UBIPRN-RECORD
           MOVE WS-LB-PDUB TO UBIPRN-RECORD
           WRITE UBIPRN-RECORD
           PERFORM 0100-DISP-HEADS
           DISPLAY WS-LB-PDUB LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           PERFORM VARYING WS-PU-IDX FROM 1 BY 1
                   UNTIL WS-PU-IDX > WS-PU-CNT
              MOVE WS-PU-T-CANT(WS-PU-IDX) TO WS-PU-CANT-ED
              EVALUATE WS-PU-T-TIPO(WS-PU-IDX)
                 WHEN 'P'
                    MOVE 'PICKING' TO WS-PU-DESTINO
                 WHEN 'S'
                    MOVE 'SOBRESTOCK' TO WS-PU-DESTINO
                 WHEN 'V'
                    MOVE 'BIN VACIO' TO WS-PU-DESTINO
                 WHEN OTHER
                    MOVE 'SIN BIN: UBICAR A MANO' TO WS-PU-DESTINO
              END-EVALUATE
              MOVE SPACES TO UBIPRN-RECORD
              STRING WS-PU-T-CODART(WS-PU-IDX) ' '
                     WS-PU-T-ALM(WS-PU-IDX) '  '
                     WS-PU-T-BIN(WS-PU-IDX) ' '
                     WS-PU-CANT-ED '  ' WS-PU-DESTINO
              DELIMITED BY SIZE INTO UBIPRN-RECORD
              WRITE UBIPRN-RECORD
              IF WS-ROWCTRL < 21 THEN
                 DISPLAY UBIPRN-RECORD LINE WS-ROWCTRL COL 01
                 ADD 1 TO WS-ROWCTRL
              END-IF
           END-PERFORM
           CLOSE UBIPRN
           DISPLAY WS-MSG-PDUC LINE 22 COL 01
           MOVE SPACE TO WS-OPTX
           ACCEPT WS-OPTX LINE 22 COL 68
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-PDUN LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              MOVE 0 TO WS-PU-CNT
              GO TO 0100-PUT-CONFIRM-FIN
           END-IF
           OPEN I-O BINES
           PERFORM VARYING WS-PU-IDX FROM 1 BY 1
                   UNTIL WS-PU-IDX > WS-PU-CNT
              IF WS-PU-T-BIN(WS-PU-IDX) NOT = SPACES THEN
                 PERFORM 0100-PUT-POST-LINE
              END-IF
           END-PERFORM
           CLOSE BINES
           MOVE 0 TO WS-PU-CNT
           DISPLAY WS-MSG-PDUK LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           DISPLAY WS-SPC LINE 24 COL 01.
       0100-PUT-CONFIRM-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PUT-POST-LINE : Posts putaway line WS-PU-IDX into its
      *    bin and logs the MOV-BIN movement, as a bin-to-bin move of
      *    BINES01 does; the dock is the origin of the movement.
      *-----------------------------------------------------------------
       0100-PUT-POST-LINE.
           MOVE WS-PU-T-CODART(WS-PU-IDX) TO BIN-CODART
           MOVE WS-PU-T-ALM(WS-PU-IDX) TO BIN-ALM
           MOVE WS-PU-T-BIN(WS-PU-IDX) TO BIN-BIN
           READ BINES
              INVALID KEY
                 MOVE WS-PU-T-CODART(WS-PU-IDX) TO BIN-CODART
                 MOVE WS-PU-T-ALM(WS-PU-IDX) TO BIN-ALM
                 MOVE WS-PU-T-BIN(WS-PU-IDX) TO BIN-BIN
                 MOVE WS-PU-T-CANT(WS-PU-IDX) TO BIN-CANT
                 MOVE SPACE TO BIN-PICK
                 MOVE 0 TO BIN-MIN
                 MOVE SPACES TO BIN-MAXIMO
                 MOVE SPACES TO BIN-FILLER
                 WRITE BIN-REG
              NOT INVALID KEY
                 ADD WS-PU-T-CANT(WS-PU-IDX) TO BIN-CANT
                 REWRITE BIN-REG
           END-READ
           MOVE WS-PU-T-CODART(WS-PU-IDX) TO WS-CODART
           MOVE 'MOV-BIN' TO WS-MOV-TIPO
           MOVE 0 TO WS-MOV-CANT
      *    THE KARDEX WAREHOUSE COLUMN KEEPS THE CODE'S FIRST CHAR.
           MOVE WS-PU-T-ALM(WS-PU-IDX)(1:1) TO WS-MOV-ALM
           MOVE WS-PU-T-CANT(WS-PU-IDX) TO WS-MOV-SALDO
           MOVE SPACES TO WS-MOV-REF
           STRING 'OC ' WS-PED-NUM-ED '>'
                  WS-PU-T-BIN(WS-PU-IDX)(1:9)
           DELIMITED BY SIZE INTO WS-MOV-REF
           PERFORM 0100-WRITE-MOV-REC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-LC-LINE : One line of the receipt costing report
      *    RECEPCOS.PRN: base cost, freight-loaded cost and quantity
      *    of the receipt being applied.
              END-IF
           END-IF
           EXIT.
      *
       copy "PVACHK.cpy".
      *
       copy "ESACHK.cpy".
      *
       copy "PVCCHK.cpy".
      *
       copy "LOGIN.cpy".
      *
       copy "PENDCHK.cpy".
      *
       copy "CAPAS.cpy".
       copy "CRCLOG.cpy".
      *
       copy "PERCHK.cpy".
      *
