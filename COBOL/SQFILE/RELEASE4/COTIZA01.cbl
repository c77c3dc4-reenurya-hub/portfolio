      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      The converted invoice opened in *
      *                                CARTERA.DAT carries its due date*
      *                                from the customer's payment     *
      *                                terms.                          *
      * 15-oct-2026    R. Urquijo      Lots taken by the converted     *
      *                                invoice are kept in FACLOTE.DAT;*
      *                                file layouts moved to           *
      *                                COTSEL/COTFD.                   *
      * 15-oct-2026    R. Urquijo      Converted invoice number        *
      *                                checked against the numbering   *
      *                                resolution.                     *
      * 15-oct-2026    R. Urquijo      Salesperson on the quote;       *
      *                                quotes closed as lost (reason   *
      *                                from MOTIVOS.DAT) or expired,   *
      *                                with the closing date.          *
      * 15-oct-2026    R. Urquijo      A quoted quantity over today's  *
      *                                available stock shows the       *
      *                                earliest date it can be promised*
      *                                (ATP01).                        *
      * 15-oct-2026    R. Urquijo      Status 02 on the invoice write  *
      *                                is a good write.                *
      * 15-oct-2026    R. Urquijo      Quotes and conversion journaled;*
      *                                recovery at start.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTIZA01.
      *
       copy "CXCSEL.cpy".
      *
       copy "COTSEL.cpy".
      *
       copy "FLTSEL.cpy".
      *
       copy "RESSEL.cpy".
      *
       copy "VDRSEL.cpy".
      *
       copy "MOTSEL.cpy".
      *
       copy "BITSEL.cpy".
      *
           SELECT COTPRN ASSIGN TO "COTIZA.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       copy "CXCFD.cpy".
      *
       copy "COTFD.cpy".
      *
       copy "FLTFD.cpy".
      *
       copy "RESFD.cpy".
      *
       copy "VDRFD.cpy".
      *
       copy "MOTFD.cpy".
      *
       copy "BITFD.cpy".
      *
       FD COTPRN.
       01 COTPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
       copy "BITWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
           77 WS-CLI-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-COT-STATUS      PIC XX.
           77 WS-FLT-STATUS      PIC XX.
           77 WS-EMP-FOUND       PIC 9 VALUE 0.
           77 WS-COT-NUM         PIC 9(06) VALUE 0.
           77 WS-COT-NUM-ED      PIC ZZZZZ9.
           77 WS-FAC-WRT-OK      PIC 9 VALUE 0.
           77 WS-FEFO-HOY        PIC X(08).
           77 WS-V-FEFO-TOMA     PIC 9(5)V99.
           77 WS-VDR-STATUS      PIC XX.
           77 WS-MOT-STATUS      PIC XX.
           77 WS-VDR-OK          PIC 9 VALUE 0.
           77 WS-MOT-OK          PIC 9 VALUE 0.
           77 WS-COT-VENDEDOR    PIC X(10).
           77 WS-COT-MOTIVO      PIC X(02).
           77 WS-COT-HOY         PIC X(08).
           77 WS-COT-VCNT        PIC 9(05) VALUE 0.
           77 WS-COT-VCNT-ED     PIC ZZZZ9.
      *
       01 WS-COT-TABLE.
           02 WS-COT-LINEA OCCURS 50 TIMES.
      *
           77 WS-ST-COT    PIC X(25) VALUE 'COTIZACIONES             '.
           77 WS-MSG-CTOP PIC X(80) VALUE ' 1-NUEVA 2-IMPRIME 3-CONV'-
       'IERTE 4-PERDIDA 5-VENCE 9-SALE    Ingrese opcion [  ]  '.
           77 WS-MSG-CTCL PIC X(80) VALUE ' Cliente a cotizar (ENTER'-
       ' para cancelar):                                       '.
           77 WS-MSG-CTCN PIC X(80) VALUE ' Cliente no encontrado. C'-
       'ponible esta VENCIDO. Revise antes de entregar.        '.
           77 WS-MSG-CTER PIC X(80) VALUE ' ERROR: numero de documen'-
       'to duplicado. NADA fue grabado. Revise PARAM01.        '.
           77 WS-MSG-CTVX PIC X(80) VALUE ' Vendedor no existe o est'-
       'a inactivo en VENDEDORES.DAT.                          '.
           77 WS-MSG-CTMT PIC X(80) VALUE ' Motivo de la perdida (co'-
       'digo de MOTIVOS.DAT):                                  '.
           77 WS-MSG-CTMX PIC X(80) VALUE ' Motivo no existe o esta '-
       'inactivo. Vea COTSEG01.                                '.
           77 WS-MSG-CTPE PIC X(80) VALUE ' La cotizacion fue marcad'-
       'a como perdida.                                        '.
           77 WS-MSG-CTCE PIC X(80) VALUE ' Esa cotizacion ya esta c'-
       'errada (perdida o vencida).                            '.
           77 WS-MSG-CTVE PIC X(80) VALUE ' Cotizaciones abiertas co'-
       'n validez cumplida, marcadas vencidas:                 '.
           77 WS-MSG-CTAP PIC X(80) VALUE ' Existencia insuficiente '-
       'hoy; se puede prometer a partir del:                   '.
           77 WS-MSG-CTAN PIC X(80) VALUE ' Existencia insuficiente '-
       'y no se completa en el horizonte de 90 dias.           '.
           77 WS-LB-CTNUM  PIC X(16) VALUE 'Cotizacion No.: '.
      *
       01 WS-LNK-ATP.
           02 WS-LNK-ATP-MODO   PIC X(01).
           02 WS-LNK-ATP-CODART PIC X(10).
           02 WS-LNK-ATP-ALM    PIC X(02).
           02 WS-LNK-ATP-CANT   PIC 9(5)V99.
           02 WS-LNK-ATP-HOY    PIC S9(7)V99.
           02 WS-LNK-ATP-FECHA  PIC X(08).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-LOAD-EMPRESA
           PERFORM 0100-LOAD-PARAMS
           MOVE 'COTIZA01' TO WS-BIT-PROGRAMA
           PERFORM 0100-BIT-RECUPERA THRU 0100-BIT-RECUPERA-FIN
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              PERFORM 0100-DISP-HEADS
                    PERFORM 0100-REPRINT-QUOTE
                 WHEN 3
                    PERFORM 0100-CONVERT-QUOTE
                 WHEN 4
                    PERFORM 0100-LOSE-QUOTE THRU 0100-LOSE-QUOTE-FIN
                 WHEN 5
                    PERFORM 0100-EXPIRE-QUOTES
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
              DISPLAY WS-MSG-CTNO LINE 24 COL 01
              GO TO 0100-NEW-QUOTE-FIN
           END-IF
           PERFORM 0100-GET-VENDEDOR
           DISPLAY WS-MSG-CTFV LINE 08 COL 01
           MOVE SPACES TO WS-COT-FVALIDEZ
           ACCEPT WS-COT-FVALIDEZ LINE 08 COL 50
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-VENDEDOR : Asks the salesperson who made the quote
      *    and validates the code against VENDEDORES.DAT, as FACTUR01
      *    does. While the master does not exist yet the typed code is
      *    taken as entered.
      *-----------------------------------------------------------------
       0100-GET-VENDEDOR.
           SET WS-VDR-OK TO 0
           PERFORM UNTIL WS-VDR-OK = 1
              DISPLAY 'Vendedor:' LINE 07 COL 45
              MOVE SPACES TO WS-COT-VENDEDOR
              ACCEPT WS-COT-VENDEDOR LINE 07 COL 55
              MOVE FUNCTION UPPER-CASE(WS-COT-VENDEDOR)
                 TO WS-COT-VENDEDOR
              OPEN INPUT VENDEDORES
              IF WS-VDR-STATUS NOT = '00' THEN
                 SET WS-VDR-OK TO 1
                 CLOSE VENDEDORES
              ELSE
                 MOVE WS-COT-VENDEDOR TO VDR-CODIGO
                 READ VENDEDORES
                    KEY IS VDR-CODIGO
                    INVALID KEY
                       SET WS-VDR-OK TO 0
                    NOT INVALID KEY
                       IF VDR-ACTIVO THEN
                          SET WS-VDR-OK TO 1
                       END-IF
                 END-READ
                 CLOSE VENDEDORES
                 IF WS-VDR-OK = 0 THEN
                    DISPLAY WS-MSG-CTVX LINE 24 COL 01
                    ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                    DISPLAY WS-SPC LINE 24 COL 01
                 END-IF
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-ARTICLE : Resolves the entry typed or scanned, by
      *    CODART first and then by BARCODE, exactly like FACTUR01.
      *-----------------------------------------------------------------
              MOVE WS-COT-QTY TO WS-V-COT-QTY
           END-PERFORM
           DISPLAY WS-SPC LINE 24 COL 01
           PERFORM 0100-COT-ATP
           DISPLAY WS-MSG-CTPR LINE 11 COL 40
           MOVE WS-ZERO TO WS-COT-PRICE
           ACCEPT WS-COT-PRICE LINE 11 COL 78
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COT-ATP : When Almacen Principal cannot cover the
      *    quoted quantity today, informs the earliest date ATP01 can
      *    promise it, so the quote states a realistic delivery.
      *-----------------------------------------------------------------
       0100-COT-ATP.
           INITIALIZE WS-LNK-ATP
           MOVE 'C' TO WS-LNK-ATP-MODO
           MOVE WS-CODART TO WS-LNK-ATP-CODART
           MOVE '01' TO WS-LNK-ATP-ALM
           MOVE WS-V-COT-QTY TO WS-LNK-ATP-CANT
           CALL 'ATP01' USING LNK-OPERATOR WS-LNK-ATP
           IF WS-LNK-ATP-HOY < WS-V-COT-QTY THEN
              IF WS-LNK-ATP-FECHA = SPACES THEN
                 DISPLAY WS-MSG-CTAN LINE 24 COL 01
              ELSE
                 DISPLAY WS-MSG-CTAP LINE 24 COL 01
                 DISPLAY WS-LNK-ATP-FECHA LINE 24 COL 64
              END-IF
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-QUOTE : Writes the confirmed quotation (header and
      *    lines) to COTIZA.DAT, advances the series and prints it.
      *-----------------------------------------------------------------
       0100-POST-QUOTE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-COT-FECHA
           PERFORM 0100-COT-BIT-ABRE THRU 0100-COT-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              DISPLAY WS-MSG-BTNO LINE 24 COL 01
              GO TO 0100-POST-QUOTE-FIN
           END-IF
           OPEN I-O COTIZA
           MOVE SPACES TO COT-REG
           MOVE WS-COT-NUM TO COT-NUM
           MOVE WS-OPERATOR-ID TO COT-OPERADOR
           SET COT-EST-ABIERTA TO TRUE
           MOVE 0 TO COT-FACREF
           MOVE WS-COT-VENDEDOR TO COT-VENDEDOR
           WRITE COT-REG
              INVALID KEY
                 DISPLAY WS-MSG-CTER LINE 24 COL 01
                 CLOSE COTIZA
                 SET WS-BIT-EST-REVERTIDO TO TRUE
                 PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
                 GO TO 0100-POST-QUOTE-FIN
           END-WRITE
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
              MOVE WS-OPERATOR-ID TO COT-OPERADOR
              SET COT-EST-ABIERTA TO TRUE
              MOVE 0 TO COT-FACREF
              MOVE WS-COT-VENDEDOR TO COT-VENDEDOR
              WRITE COT-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM
           CLOSE COTIZA
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           COMPUTE WS-PAR-NEXTCOT = WS-COT-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           PERFORM 0100-COT-BIT-PAR
           SET WS-BIT-EST-COMPLETO TO TRUE
           PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
           PERFORM 0100-PRINT-QUOTE
           DISPLAY WS-MSG-CTOK LINE 24 COL 01.
       0100-POST-QUOTE-FIN.
           WRITE COTPRN-RECORD
           MOVE SPACES TO COTPRN-RECORD
           STRING 'CLIENTE: ' WS-COT-CLIENTE
                  '  VENDEDOR: ' WS-COT-VENDEDOR
           DELIMITED BY SIZE INTO COTPRN-RECORD
           WRITE COTPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO COTPRN-RECORD
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-QUOTE : Loads a quotation by number into the
      *    working table. WS-COT-FOUND ends 1 when it exists and is
      *    open, 2 when already invoiced and 3 when lost or expired.
      *-----------------------------------------------------------------
       0100-LOAD-QUOTE.
           SET WS-COT-FOUND TO 0
                    MOVE COT-CLIENTE TO WS-COT-CLIENTE
                    MOVE COT-FECHA TO WS-COT-FECHA
                    MOVE COT-FVALIDEZ TO WS-COT-FVALIDEZ
                    MOVE COT-VENDEDOR TO WS-COT-VENDEDOR
                    IF COT-EST-FACTURADA THEN
                       SET WS-COT-FOUND TO 2
                    END-IF
                    IF COT-EST-PERDIDA OR COT-EST-VENCIDA THEN
                       SET WS-COT-FOUND TO 3
                    END-IF
              END-READ
              IF WS-COT-FOUND > 0 THEN
                 PERFORM VARYING WS-COT-IDX FROM 1 BY 1
              DISPLAY WS-MSG-CTYA LINE 24 COL 01
              GO TO 0100-CONVERT-FIN
           END-IF
           IF WS-COT-FOUND = 3 THEN
              DISPLAY WS-MSG-CTCE LINE 24 COL 01
              GO TO 0100-CONVERT-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
           IF WS-FAC-NUM = 0 THEN
              MOVE 1 TO WS-FAC-NUM
           END-IF
           MOVE WS-FAC-NUM TO WS-RES-NUM
           MOVE WS-DATETIME(1:8) TO WS-RES-HOY
           PERFORM 0100-CHECK-RESOLUCION
           IF WS-RES-OK = 0 THEN
              DISPLAY WS-MSG-RESNO LINE 24 COL 01
              GO TO 0100-CONVERT-FIN
           END-IF
           PERFORM 0100-CNV-BIT-ABRE THRU 0100-CNV-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              DISPLAY WS-MSG-BTNO LINE 24 COL 01
              GO TO 0100-CONVERT-FIN
           END-IF
           PERFORM 0100-POST-INVOICE
           IF WS-FAC-WRT-OK = 0 THEN
              SET WS-BIT-EST-REVERTIDO TO TRUE
              PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
              DISPLAY WS-MSG-CTER LINE 24 COL 01
              GO TO 0100-CONVERT-FIN
           END-IF
           PERFORM 0100-POST-CXC-ITEM
           COMPUTE WS-PAR-NEXTFAC = WS-FAC-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           PERFORM 0100-COT-BIT-PAR
           PERFORM 0100-MARK-QUOTE
           MOVE 60 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           SET WS-BIT-EST-COMPLETO TO TRUE
           PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
           MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
           DISPLAY WS-MSG-CTCV LINE 22 COL 01
           DISPLAY WS-FAC-NUM-ED LINE 22 COL 45.
           END-IF
           MOVE WS-V-COT-TOTAL TO FAC-TOTAL
           MOVE WS-OPERATOR-ID TO FAC-OPERADOR
           MOVE WS-COT-VENDEDOR TO FAC-VENDEDOR
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
                 MOVE WS-COT-T-TOTAL(WS-COT-IDX) TO FAC-TOTAL
                 MOVE WS-COT-T-TAXCLASS(WS-COT-IDX) TO FAC-TAXCLASS
                 MOVE WS-OPERATOR-ID TO FAC-OPERADOR
                 MOVE WS-COT-VENDEDOR TO FAC-VENDEDOR
                 PERFORM 0100-STAMP-COSTO
                 WRITE FAC-REG
                    INVALID KEY
           END-IF
           CLOSE FACTURAS
           IF WS-FAC-WRT-OK = 1 THEN
              MOVE 10 TO WS-BIT-PASO
              MOVE 0 TO WS-BIT-LINEA
              SET WS-BIT-EST-HECHO TO TRUE
              PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
              PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                      UNTIL WS-COT-IDX > WS-COT-LCNT
                 PERFORM 0100-POST-LINE-STOCK
                 ELSE
                    MOVE CANT TO WS-BEF-CANT
                    MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                    MOVE 20 TO WS-BIT-PASO
                    MOVE WS-COT-IDX TO WS-BIT-LINEA
                    SET WS-BIT-EST-INI TO TRUE
                    MOVE WS-V-CANT TO WS-V-BIT-ANTES
                    PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                    COMPUTE WS-V-NEWCANT =
                       WS-V-CANT - WS-V-COT-QTY
                    MOVE WS-V-NEWCANT TO CANT
                 END-IF
           END-READ
           CLOSE INVENTARIO
           MOVE 20 TO WS-BIT-PASO
           MOVE WS-COT-IDX TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
      *    0100-FEFO-TAKE-LOT-COT : Discounts what it can of the
      *    pending quantity from the chosen lot and logs the trace,
      *    keeping the quantity taken in FACLOTE.DAT for a void.
      *-----------------------------------------------------------------
       0100-FEFO-TAKE-LOT-COT.
           MOVE WS-CODART TO LOT-CODART
                 END-IF
                 MOVE WS-V-LOT-CANT TO LOT-CANT
                 REWRITE LOT-REG
                 OPEN EXTEND FACLOTE
                 MOVE WS-FAC-NUM TO FLT-FACNUM
                 MOVE WS-FEFO-HOY TO FLT-FECHA
                 MOVE WS-CODART TO FLT-CODART
                 MOVE WS-LOT-BEST-NUM TO FLT-LOTE
                 MOVE WS-V-FEFO-TOMA TO FLT-CANT
                 WRITE FLT-REG
                 CLOSE FACLOTE
                 MOVE 'FAC-LOTE' TO WS-MOV-TIPO
                 MOVE 0 TO WS-MOV-CANT
                 MOVE '1' TO WS-MOV-ALM
      *    customer's balance.
      *-----------------------------------------------------------------
       0100-POST-CLI-SALDO.
           MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           OPEN I-O CLIENTES
           MOVE WS-COT-CLIENTE TO CLI-ID
           READ CLIENTES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 30 TO WS-BIT-PASO
                 MOVE 0 TO WS-BIT-LINEA
                 SET WS-BIT-EST-INI TO TRUE
                 MOVE CLI-SALDO TO WS-V-BIT-ANTES
                 PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                 ADD WS-V-COT-TOTAL TO CLI-SALDO
                 REWRITE REG-CLIENTE
                 PERFORM 0100-CLI-PLAZO
           END-READ
           CLOSE CLIENTES
           MOVE 30 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-CXC-ITEM : Opens the converted invoice as an open
      *    item in CARTERA.DAT, due as the customer's terms say.
      *-----------------------------------------------------------------
       0100-POST-CXC-ITEM.
           OPEN I-O CARTERA
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE WS-FAC-NUM TO CXC-NUM
           MOVE WS-DATETIME(1:8) TO CXC-FECHA
           MOVE WS-DATETIME(1:8) TO WS-VEN-FECHA
           PERFORM 0100-CALC-VENCE
           MOVE WS-VEN-FVENCE TO CXC-FVENCE
           MOVE WS-V-COT-TOTAL TO CXC-VALOR
           MOVE 0 TO CXC-ABONADO
           SET CXC-EST-ABIERTA TO TRUE
                 CONTINUE
           END-WRITE
           CLOSE CARTERA
           MOVE 40 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MARK-QUOTE : Marks every record of the converted quote
      *    facturada, carrying the invoice number it became and the
      *    date it was won.
      *-----------------------------------------------------------------
       0100-MARK-QUOTE.
           OPEN I-O COTIZA
                 NOT INVALID KEY
                    SET COT-EST-FACTURADA TO TRUE
                    MOVE WS-FAC-NUM TO COT-FACREF
                    MOVE WS-DATETIME(1:8) TO COT-FCIERRE
                    REWRITE COT-REG
              END-READ
           END-PERFORM
           CLOSE COTIZA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COT-BIT-ABRE : Journals the quotation about to be
      *    posted: the quotation and the next number.
      *-----------------------------------------------------------------
       0100-COT-BIT-ABRE.
           MOVE 'COT' TO WS-BIT-SERIE
           MOVE WS-COT-NUM TO WS-BIT-NUM
           MOVE 'COTIZA01' TO WS-BIT-PROGRAMA
           MOVE WS-COT-CLIENTE TO WS-BIT-CLIENTE
           MOVE WS-V-COT-TOTAL TO WS-V-BIT-TOTAL
           PERFORM 0100-BIT-ABRE THRU 0100-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              GO TO 0100-COT-BIT-ABRE-FIN
           END-IF
           INITIALIZE WS-BIT-DET
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-COT-TOTAL TO WS-V-BIT-VALOR
           PERFORM 0100-BIT-PASO
           INITIALIZE WS-BIT-DET
           MOVE 50 TO WS-BIT-PASO
           MOVE WS-COT-NUM TO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           PERFORM 0100-BIT-LISTA.
       0100-COT-BIT-ABRE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CNV-BIT-ABRE : Journals the invoice about to be posted
      *    from a quotation: the invoice, the stock of every line, the
      *    customer balance, the open item, the next number and the
      *    quotation to be marked facturada.
      *-----------------------------------------------------------------
       0100-CNV-BIT-ABRE.
           MOVE 'FAC' TO WS-BIT-SERIE
           MOVE WS-FAC-NUM TO WS-BIT-NUM
           MOVE 'COTIZA01' TO WS-BIT-PROGRAMA
           MOVE WS-COT-CLIENTE TO WS-BIT-CLIENTE
           MOVE WS-V-COT-TOTAL TO WS-V-BIT-TOTAL
           PERFORM 0100-BIT-ABRE THRU 0100-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              GO TO 0100-CNV-BIT-ABRE-FIN
           END-IF
           INITIALIZE WS-BIT-DET
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-COT-TOTAL TO WS-V-BIT-VALOR
           PERFORM 0100-BIT-PASO
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
                   UNTIL WS-COT-IDX > WS-COT-LCNT
              INITIALIZE WS-BIT-DET
              MOVE 20 TO WS-BIT-PASO
              MOVE WS-COT-IDX TO WS-BIT-LINEA
              MOVE WS-COT-T-CODART(WS-COT-IDX) TO WS-BIT-CODART
              MOVE WS-COT-T-CANT(WS-COT-IDX) TO WS-V-BIT-CANT
              MOVE WS-COT-T-TOTAL(WS-COT-IDX) TO WS-V-BIT-VALOR
              PERFORM 0100-BIT-PASO
           END-PERFORM
           INITIALIZE WS-BIT-DET
           MOVE 30 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-COT-TOTAL TO WS-V-BIT-VALOR
           PERFORM 0100-BIT-PASO
           MOVE 40 TO WS-BIT-PASO
           PERFORM 0100-BIT-PASO
           INITIALIZE WS-BIT-DET
           MOVE 50 TO WS-BIT-PASO
           MOVE WS-FAC-NUM TO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           MOVE 60 TO WS-BIT-PASO
           MOVE SPACES TO WS-BIT-REF
           STRING 'COT' WS-COT-NUM DELIMITED BY SIZE INTO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           PERFORM 0100-BIT-LISTA.
       0100-CNV-BIT-ABRE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COT-BIT-PAR : The next number of the posting is saved.
      *-----------------------------------------------------------------
       0100-COT-BIT-PAR.
           MOVE 50 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-DESHACE : Rolls back a quotation or an invoice cut
      *    short before it was written whole.
      *-----------------------------------------------------------------
       0100-BIT-DESHACE.
           IF WS-BIT-SERIE = 'COT' THEN
              PERFORM 0100-COT-BIT-BORRA THRU 0100-COT-BIT-BORRA-FIN
           ELSE
              PERFORM 0100-BIT-BORRA-FAC THRU 0100-BIT-BORRA-FAC-FIN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COT-BIT-BORRA : Deletes from COTIZA.DAT what a posting
      *    cut short wrote of quotation WS-BIT-NUM, provided its header
      *    is the journal's own (same customer, still open).
      *-----------------------------------------------------------------
       0100-COT-BIT-BORRA.
           OPEN I-O COTIZA
           IF WS-COT-STATUS NOT = '00' THEN
              CLOSE COTIZA
              GO TO 0100-COT-BIT-BORRA-FIN
           END-IF
           MOVE WS-BIT-NUM TO COT-NUM
           MOVE 0 TO COT-LIN
           MOVE 0 TO WS-BIT-YA
           READ COTIZA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF COT-CLIENTE = WS-BIT-CLIENTE
                 AND COT-EST-ABIERTA THEN
                    MOVE 1 TO WS-BIT-YA
                 END-IF
           END-READ
           IF WS-BIT-YA = 1 THEN
              PERFORM VARYING WS-BIT-LINEA FROM 0 BY 1
                      UNTIL WS-BIT-LINEA > 50
                 MOVE WS-BIT-NUM TO COT-NUM
                 MOVE WS-BIT-LINEA TO COT-LIN
                 DELETE COTIZA
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-PERFORM
           END-IF
           CLOSE COTIZA.
       0100-COT-BIT-BORRA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-REHACE : Redoes the journaled step in WS-BIT-DET of
      *    a quotation or invoice cut short after it was written,
      *    through the same paragraphs that post a new one.
      *-----------------------------------------------------------------
       0100-BIT-REHACE.
           MOVE WS-BIT-CLIENTE TO WS-COT-CLIENTE
           MOVE WS-V-BIT-TOTAL TO WS-V-COT-TOTAL
           MOVE WS-BIT-FECHA TO WS-DATETIME(1:8)
           IF WS-BIT-SERIE = 'COT' THEN
              MOVE WS-BIT-NUM TO WS-COT-NUM
           ELSE
              MOVE WS-BIT-NUM TO WS-FAC-NUM
           END-IF
           EVALUATE WS-BIT-PASO
              WHEN 20
                 MOVE WS-BIT-LINEA TO WS-COT-IDX
                 MOVE WS-BIT-CODART TO WS-COT-T-CODART(WS-COT-IDX)
                 MOVE WS-V-BIT-CANT TO WS-COT-T-CANT(WS-COT-IDX)
                 PERFORM 0100-POST-LINE-STOCK
              WHEN 30
                 PERFORM 0100-POST-CLI-SALDO
              WHEN 40
                 PERFORM 0100-COT-BIT-PLAZO
                 PERFORM 0100-POST-CXC-ITEM
              WHEN 50
                 PERFORM 0100-COT-BIT-NUMERO
              WHEN 60
                 MOVE WS-BIT-REF(4:6) TO WS-COT-NUM
                 MOVE 50 TO WS-COT-LCNT
                 PERFORM 0100-MARK-QUOTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COT-BIT-PLAZO : The customer's payment terms, for the
      *    due date of an open item redone on its own.
      *-----------------------------------------------------------------
       0100-COT-BIT-PLAZO.
           MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           OPEN INPUT CLIENTES
           MOVE WS-COT-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 0100-CLI-PLAZO
           END-READ
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COT-BIT-NUMERO : Advances the quotation or invoice
      *    series past the recovered document, never back over
      *    documents posted since.
      *-----------------------------------------------------------------
       0100-COT-BIT-NUMERO.
           PERFORM 0100-LOAD-PARAMS
           IF WS-BIT-SERIE = 'COT' THEN
              IF WS-PAR-NEXTCOT NOT > WS-COT-NUM THEN
                 COMPUTE WS-PAR-NEXTCOT = WS-COT-NUM + 1
                 PERFORM 0100-SAVE-PARAMS
              END-IF
           ELSE
              IF WS-PAR-NEXTFAC NOT > WS-FAC-NUM THEN
                 COMPUTE WS-PAR-NEXTFAC = WS-FAC-NUM + 1
                 PERFORM 0100-SAVE-PARAMS
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOSE-QUOTE : Closes an open quotation as lost, with the
      *    reason code taken from MOTIVOS.DAT and today's date.
      *-----------------------------------------------------------------
       0100-LOSE-QUOTE.
           DISPLAY WS-MSG-CTNN LINE 06 COL 01
           MOVE 0 TO WS-COT-NUM
           ACCEPT WS-COT-NUM LINE 06 COL 35
           PERFORM 0100-LOAD-QUOTE
           IF WS-COT-FOUND = 0 THEN
              DISPLAY WS-MSG-CTNX LINE 24 COL 01
              GO TO 0100-LOSE-QUOTE-FIN
           END-IF
           IF WS-COT-FOUND = 2 THEN
              DISPLAY WS-MSG-CTYA LINE 24 COL 01
              GO TO 0100-LOSE-QUOTE-FIN
           END-IF
           IF WS-COT-FOUND = 3 THEN
              DISPLAY WS-MSG-CTCE LINE 24 COL 01
              GO TO 0100-LOSE-QUOTE-FIN
           END-IF
           DISPLAY WS-MSG-CTMT LINE 08 COL 01
           MOVE SPACES TO WS-COT-MOTIVO
           ACCEPT WS-COT-MOTIVO LINE 08 COL 50
           MOVE FUNCTION UPPER-CASE(WS-COT-MOTIVO) TO WS-COT-MOTIVO
           SET WS-MOT-OK TO 0
           OPEN INPUT MOTIVOS
           IF WS-MOT-STATUS = '00' THEN
              MOVE WS-COT-MOTIVO TO MOT-CODIGO
              READ MOTIVOS
                 KEY IS MOT-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF MOT-ACTIVO THEN
                       SET WS-MOT-OK TO 1
                       DISPLAY MOT-DESC LINE 09 COL 03
                    END-IF
              END-READ
           END-IF
           CLOSE MOTIVOS
           IF WS-MOT-OK = 0 THEN
              DISPLAY WS-MSG-CTMX LINE 24 COL 01
              GO TO 0100-LOSE-QUOTE-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-LOSE-QUOTE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O COTIZA
           PERFORM VARYING WS-COT-IDX FROM 0 BY 1
                   UNTIL WS-COT-IDX > WS-COT-LCNT
              MOVE WS-COT-NUM TO COT-NUM
              MOVE WS-COT-IDX TO COT-LIN
              READ COTIZA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET COT-EST-PERDIDA TO TRUE
                    MOVE WS-COT-MOTIVO TO COT-MOTIVO
                    MOVE WS-DATETIME(1:8) TO COT-FCIERRE
                    REWRITE COT-REG
              END-READ
           END-PERFORM
           CLOSE COTIZA
           DISPLAY WS-MSG-CTPE LINE 24 COL 01.
       0100-LOSE-QUOTE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EXPIRE-QUOTES : Closes as vencida every open quotation
      *    whose validity date has passed, so that quotes no longer
      *    sit open forever when the customer never answers.
      *-----------------------------------------------------------------
       0100-EXPIRE-QUOTES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-COT-HOY
           MOVE 0 TO WS-COT-VCNT
           OPEN I-O COTIZA
           IF WS-COT-STATUS = '00' OR WS-COT-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ COTIZA NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF COT-EST-ABIERTA
                       AND COT-FVALIDEZ NOT = SPACES
                       AND COT-FVALIDEZ < WS-COT-HOY THEN
                          SET COT-EST-VENCIDA TO TRUE
                          MOVE WS-COT-HOY TO COT-FCIERRE
                          REWRITE COT-REG
                          IF COT-LIN = 0 THEN
                             ADD 1 TO WS-COT-VCNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COTIZA
           MOVE WS-COT-VCNT TO WS-COT-VCNT-ED
           DISPLAY WS-MSG-CTVE LINE 22 COL 01
           DISPLAY WS-COT-VCNT-ED LINE 22 COL 66
           EXIT.
      *
       copy "LOGIN.cpy".
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
       copy "BITREC.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
