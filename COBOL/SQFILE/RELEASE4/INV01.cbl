      * 22-aug-2026    R. Urquijo      Help moved to AYUDA.TXT with    *
      *                                paged sections per option and a *
      *                                context default.                *
      * 15-oct-2026    R. Urquijo      Code entry follows a code       *
      *                                retired by renumbering to its   *
      *                                new code; retired codes cannot  *
      *                                be reused on insert.            *
      * 15-oct-2026    R. Urquijo      A return to vendor asks the     *
      *                                purchase order it came on and   *
      *                                writes a numbered vendor debit  *
      *                                note at its cost, lowering the  *
      *                                vendor's balance.               *
      * 15-oct-2026    R. Urquijo      Receipt costs logged for the    *
      *                                price variance.                 *
      * 15-oct-2026    R. Urquijo      New articles start in lifecycle *
      *                                status new (ESTART.DAT).        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV01.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PRVSEL.cpy".
      *
       copy "XRFSEL.cpy".
      *
       copy "PEDSEL.cpy".
       copy "CRCSEL.cpy".
       copy "NDPSEL.cpy".
       copy "ESASEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       copy "FILED.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "XRFFD.cpy".
      *
       copy "PEDFD.cpy".
       copy "CRCFD.cpy".
      *
       copy "NDPFD.cpy".
      *
       copy "ESAFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PED-STATUS      PIC XX.
           77 WS-NDP-STATUS      PIC XX.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       copy "OPLINK.cpy".
                       MOVE 8 TO WS-ROWCTRL
                       MOVE 2 TO WS-COLCTRL
                       PERFORM 0100-VAL-CODART-NULL
                       PERFORM 0100-VAL-CODART-EXISTS THRU
                               0100-VAL-CODART-EXISTS-FIN
                    END-PERFORM
                    PERFORM 0100-GET-OTHER-DATA
                    PERFORM 0100-SAVE-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VAL-CODART-EXISTS : Validates if code exists. A code
      *    retired by a renumbering or merge is refused on insert and,
      *    while its transition lasts, taken as the replacing code.
      *-----------------------------------------------------------------
       0100-VAL-CODART-EXISTS.
           IF WS-FILE-RECS = 1 THEN
               MOVE WS-V-CODART TO WS-XRF-CODIGO
               PERFORM 0100-CHECK-XREF THRU 0100-CHECK-XREF-FIN
               IF WS-OPTN = 2 AND WS-XRF-HAY = 1 THEN
                  DISPLAY WS-MSG-XRFU LINE 24 COL 01
                  ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                  DISPLAY WS-SPC LINE 24 COL 01
                  SET WS-COD-EXIST TO 1
                  SET WS-DCA-NULL TO 0
                  GO TO 0100-VAL-CODART-EXISTS-FIN
               END-IF
               IF WS-OPTN NOT = 2 AND WS-XRF-OK = 1 THEN
                  DISPLAY WS-MSG-XRFR LINE 24 COL 01
                  DISPLAY WS-XRF-NUEVO LINE 24 COL 57
                  ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                  DISPLAY WS-SPC LINE 24 COL 01
                  MOVE WS-XRF-NUEVO TO WS-V-CODART
                  MOVE WS-XRF-NUEVO TO WS-CODART
                  MOVE WS-XRF-NUEVO TO WS-D-WSCODART
                  DISPLAY WS-CODART LINE WS-ROWCTRL COL WS-COLCTRL
               END-IF
               OPEN INPUT INVENTARIO
               SET WS-COD-EXIST TO 0
               MOVE WS-V-CODART TO CODART
                 DISPLAY WS-MSG-NRC2 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 23 COL 79
              END-IF
           END-IF.
       0100-VAL-CODART-EXISTS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
                 MOVE 'CARGA INICIAL' TO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
                 PERFORM 0100-SAVE-BINS
                 MOVE CODART TO WS-ESA-CODART
                 MOVE 'N' TO WS-ESA-CAMBIO
                 MOVE SPACES TO WS-ESA-REEMPLAZO
                 MOVE 'ALTA' TO WS-ESA-MOTIVO
                 PERFORM 0100-ESA-SET THRU 0100-ESA-SET-FIN
           END-WRITE
           CLOSE INVENTARIO
           DISPLAY WS-MSG-RCOK LINE 24 COL 01
                 MOVE 8 TO WS-ROWCTRL
                 MOVE 9 TO WS-COLCTRL
                 PERFORM 0100-VAL-CODART-NULL
                 PERFORM 0100-VAL-CODART-EXISTS THRU
                         0100-VAL-CODART-EXISTS-FIN
              END-PERFORM
              MOVE WS-UPD-INVENT-REG TO WS-BEF-INVENT-REG
              PERFORM 0100-DISP-DAT-REC-MOD
                 MOVE 8 TO WS-ROWCTRL
                 MOVE 9 TO WS-COLCTRL
                 PERFORM 0100-VAL-CODART-NULL
                 PERFORM 0100-VAL-CODART-EXISTS THRU
                         0100-VAL-CODART-EXISTS-FIN
              END-PERFORM
              MOVE WS-UPD-INVENT-REG TO WS-BEF-INVENT-REG
              PERFORM 0100-DISP-DAT-REC-MOD
                             MOVE WS-V-ADJ-QTY TO WS-V-CAP-QTY
                             MOVE WS-V-RCOST TO WS-V-CAP-COSTO
                             PERFORM 0100-ADD-COST-LAYER
                             MOVE WS-V-ADJ-QTY TO WS-V-CRC-QTY
                             MOVE WS-V-RCOST TO WS-V-CRC-COSTO
                             MOVE WS-UPD-STDCOST TO WS-V-CRC-STD
                             MOVE WS-UPD-CATEGORY TO WS-CRC-CATEG
                             MOVE WS-UPD-VENDOR(1:10) TO WS-CRC-PROV
                             MOVE 'AJUSTE-R' TO WS-CRC-ORIGEN
                             MOVE WS-ADJ-REASON TO WS-CRC-REF
                             PERFORM 0100-WRITE-CRC-REC THRU
                                     0100-WRITE-CRC-FIN
                          WHEN 'D'
                             PERFORM 0100-CHECK-BACKORDER
                          WHEN OTHER
                             MOVE WS-V-ADJ-QTY TO WS-V-CAP-QTY
                             PERFORM 0100-EAT-COST-LAYERS
                       END-EVALUATE
                       IF WS-ADJ-TYPE = 'V' THEN
                          PERFORM 0100-WRITE-DEBIT-NOTE
                       END-IF
                       DISPLAY WS-MSG-MDOK LINE 21 COL 01
                       PERFORM 0100-CLEAR-LOCK
                    END-IF
                 PERFORM 0100-CHECK-VENDOR
              END-PERFORM
              MOVE WS-VENDOR(1:10) TO WS-DEV-REF
              DISPLAY WS-MSG-DVPD LINE 20 COL 01
              MOVE 0 TO WS-DEV-PED
              ACCEPT WS-DEV-PED LINE 20 COL 60
              PERFORM 0100-CHECK-DEV-PED THRU 0100-CHECK-DEV-PED-FIN
              PERFORM UNTIL WS-DEV-PED-OK = 1
                 DISPLAY WS-MSG-DVPX LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 MOVE 0 TO WS-DEV-PED
                 ACCEPT WS-DEV-PED LINE 20 COL 60
                 PERFORM 0100-CHECK-DEV-PED THRU 0100-CHECK-DEV-PED-FIN
              END-PERFORM
           END-IF
      *
           DISPLAY WS-MSG-ADQT LINE 16 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-DEV-PED : The purchase order a return to vendor
      *    refers to must carry the article for that vendor; its line
      *    gives the agreed price the debit note is valued at. With no
      *    order (0) the note is valued at the average cost.
      *-----------------------------------------------------------------
       0100-CHECK-DEV-PED.
           SET WS-DEV-PED-OK TO 0
           MOVE WS-UPD-AVGCOST TO WS-V-DEV-COSTO
           IF WS-V-DEV-COSTO = 0 THEN
              MOVE WS-UPD-STDCOST TO WS-V-DEV-COSTO
           END-IF
           IF WS-DEV-PED = 0 THEN
              SET WS-DEV-PED-OK TO 1
              GO TO 0100-CHECK-DEV-PED-FIN
           END-IF
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS NOT = '00' THEN
              CLOSE PEDIDOS
              GO TO 0100-CHECK-DEV-PED-FIN
           END-IF
           MOVE WS-DEV-PED TO PED-NUM
           MOVE 1 TO PED-LIN
           SET WS-END-FILE TO 0
           START PEDIDOS KEY IS NOT LESS THAN PED-CLAVE
              INVALID KEY
                 SET WS-END-FILE TO 1
           END-START
           PERFORM UNTIL WS-END-FILE = 1 OR WS-DEV-PED-OK = 1
              READ PEDIDOS NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF PED-NUM NOT = WS-DEV-PED THEN
                       SET WS-END-FILE TO 1
                    ELSE
                       IF PED-CODART = WS-CODART
                       AND PED-VENDOR(1:10) = WS-VENDOR(1:10) THEN
                          SET WS-DEV-PED-OK TO 1
                          MOVE PED-PRECIO TO WS-V-DEV-COSTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PEDIDOS.
       0100-CHECK-DEV-PED-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-DEBIT-NOTE : A posted return to vendor becomes a
      *    numbered debit note against the vendor for the returned
      *    quantity at its cost, and lowers the vendor's payable
      *    balance by that value.
      *-----------------------------------------------------------------
       0100-WRITE-DEBIT-NOTE.
           PERFORM 0100-LOAD-PARAMS
           MOVE WS-PAR-NEXTNDP TO WS-DEV-NDP
           IF WS-DEV-NDP = 0 THEN
              MOVE 1 TO WS-DEV-NDP
           END-IF
           COMPUTE WS-PAR-NEXTNDP = WS-DEV-NDP + 1
           PERFORM 0100-SAVE-PARAMS
           COMPUTE WS-V-DEV-VALOR ROUNDED =
              WS-V-ADJ-QTY * WS-V-DEV-COSTO
           OPEN I-O NOTASPRV
           IF WS-NDP-STATUS = '35' THEN
              OPEN OUTPUT NOTASPRV
              CLOSE NOTASPRV
              OPEN I-O NOTASPRV
           END-IF
           MOVE SPACES TO NDP-REG
           MOVE WS-DEV-NDP TO NDP-NUM
           MOVE WS-DATETIME(1:8) TO NDP-FECHA
           MOVE WS-VENDOR(1:10) TO NDP-PROV
           MOVE WS-DEV-PED TO NDP-PEDREF
           MOVE WS-CODART TO NDP-CODART
           MOVE WS-V-ADJ-QTY TO NDP-CANT
           MOVE WS-V-DEV-COSTO TO NDP-COSTO
           MOVE WS-V-DEV-VALOR TO NDP-VALOR
           MOVE 0 TO NDP-APLICADO
           SET NDP-EST-DISPONIBLE TO TRUE
           MOVE WS-OPERATOR-ID TO NDP-OPERADOR
           WRITE NDP-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE NOTASPRV
           OPEN I-O PROVEEDORES
           MOVE WS-VENDOR(1:10) TO PRV-CODIGO
           READ PROVEEDORES
              KEY IS PRV-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SUBTRACT WS-V-DEV-VALOR FROM PRV-SALDO
                 REWRITE REG-PROVEEDOR
           END-READ
           CLOSE PROVEEDORES
           DISPLAY WS-MSG-DVND LINE 22 COL 01
           DISPLAY WS-DEV-NDP LINE 22 COL 36
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-RECV-COST : Asks the unit cost the receipt arrived
      *    at and recalculates the article's weighted-average cost:
      *    (old quantity x old average + received x received cost)
                 MOVE 8 TO WS-ROWCTRL
                 MOVE 9 TO WS-COLCTRL
                 PERFORM 0100-VAL-CODART-NULL
                 PERFORM 0100-VAL-CODART-EXISTS THRU
                         0100-VAL-CODART-EXISTS-FIN
              END-PERFORM
              PERFORM 0100-DISP-DAT-REC-MOD
              DISPLAY WS-MSG-CFMD LINE 20 COL 01
                 MOVE 8 TO WS-ROWCTRL
                 MOVE 9 TO WS-COLCTRL
                 PERFORM 0100-VAL-CODART-NULL
                 PERFORM 0100-VAL-CODART-EXISTS THRU
                         0100-VAL-CODART-EXISTS-FIN
              END-PERFORM
              MOVE WS-UPD-INVENT-REG TO WS-BEF-INVENT-REG
              PERFORM 0100-DISP-DAT-REC-MOD
                 MOVE 8 TO WS-ROWCTRL
                 MOVE 9 TO WS-COLCTRL
                 PERFORM 0100-VAL-CODART-NULL
                 PERFORM 0100-VAL-CODART-EXISTS THRU
                         0100-VAL-CODART-EXISTS-FIN
              END-PERFORM
              PERFORM 0100-DISP-DAT-REC-MOD
              MOVE WS-UPD-CANT-COMP TO WS-CANT-COMP
       copy "PENDCHK.cpy".
      *
       copy "CAPAS.cpy".
       copy "CRCLOG.cpy".
      *
       copy "PERCHK.cpy".
      *
       copy "XRFCHK.cpy".
      *
       copy "ESACHK.cpy".
      *
       copy "SESLOG.cpy".
      *
