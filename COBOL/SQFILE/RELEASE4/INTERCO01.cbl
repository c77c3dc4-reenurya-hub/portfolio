      ******************************************************************
      * Program      : INTERCO01.cbl                                   *
      * Purpose      : Intercompany sales between the two companies of *
      *                the group. An invoice billed to the customer    *
      *                that stands for the sister company (PAR-ICCLI)  *
      *                is carried into the sister's data set (PAR-     *
      *                ICDIR): a purchase order from the supplier that *
      *                stands for us there (its own PAR-ICPRV), the    *
      *                receipt of every line into Almacen Principal    *
      *                with its audit, movement, cost layer and        *
      *                receipt cost, and the approved payable in       *
      *                FACPROV.DAT with the vendor balance. FACTUR01   *
      *                calls it without a screen right after posting;  *
      *                a sale that cannot be carried stays pending in  *
      *                INTERCO.DAT with its reason, and the screen     *
      *                lists the sales and retries the pending ones.   *
      *                Every step is skipped when already done, so a   *
      *                retry never receives or bills twice.            *
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
       PROGRAM-ID. INTERCO01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "PEDSEL.cpy".
       copy "FPRSEL.cpy".
       copy "PRVSEL.cpy".
       copy "CRCSEL.cpy".
       copy "ICOSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "FPRFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "CRCFD.cpy".
      *
       copy "ICOFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-PED-STATUS      PIC XX.
           77 WS-FPR-STATUS      PIC XX.
           77 WS-ICO-STATUS      PIC XX.
           77 WS-IC-FACNUM       PIC 9(06) VALUE 0.
           77 WS-IC-FACNUM-X     PIC X(06).
           77 WS-IC-FACNUM-ED    PIC ZZZZZ9.
           77 WS-IC-FECHA        PIC X(08).
           77 WS-IC-CLIENTE      PIC X(10).
           77 WS-IC-ORIGEN       PIC X(40).
           77 WS-IC-DESTINO      PIC X(08).
           77 WS-IC-ICCLI        PIC X(10).
           77 WS-IC-PROV         PIC X(10).
           77 WS-IC-PLAZO        PIC 9(03) VALUE 0.
           77 WS-IC-OK           PIC 9 VALUE 0.
           77 WS-IC-FOUND        PIC 9 VALUE 0.
           77 WS-IC-ANULADA      PIC 9 VALUE 0.
           77 WS-IC-EN-DESTINO   PIC 9 VALUE 0.
           77 WS-IC-MOTIVO       PIC X(40).
           77 WS-IC-PEDNUM       PIC 9(06) VALUE 0.
           77 WS-IC-PEDNUM-ED    PIC ZZZZZ9.
           77 WS-IC-PEDLIN       PIC 9(03) VALUE 0.
           77 WS-IC-LCNT         PIC 9(03) VALUE 0.
           77 WS-IC-IDX          PIC 9(03) VALUE 0.
           77 WS-IC-HIT          PIC 9(03) VALUE 0.
           77 WS-IC-HOY-N        PIC 9(08).
           77 WS-IC-VEN-N        PIC 9(08).
           77 WS-V-IC-VALOR      PIC 9(9)V99 VALUE 0.
           77 WS-V-IC-QTY        PIC 9(5)V99 VALUE 0.
           77 WS-V-IC-TOTAL      PIC 9(7)V99 VALUE 0.
           77 WS-V-IC-PRECIO     PIC 9(5)V99 VALUE 0.
           77 WS-IC-VALOR-ED     PIC ZZZZZZZZ9.99.
           77 WS-IC-PCNT         PIC 9(03) VALUE 0.
           77 WS-IC-PIDX         PIC 9(03) VALUE 0.
           77 WS-IC-HECHAS       PIC 9(03) VALUE 0.
           77 WS-IC-HECHAS-ED    PIC ZZ9.
           77 WS-IC-QUEDAN       PIC 9(03) VALUE 0.
           77 WS-IC-QUEDAN-ED    PIC ZZ9.
           77 WS-V-ALO-REST      PIC 9(5)V99 VALUE 0.
           77 WS-V-ALO-PEN       PIC 9(5)V99 VALUE 0.
      *
       01 WS-IC-TABLE.
           02 WS-IC-LINEA OCCURS 50 TIMES.
               03 WS-IC-T-CODART   PIC X(10).
               03 WS-IC-T-DESCART  PIC X(35).
               03 WS-IC-T-CANT     PIC 9(5)V99.
               03 WS-IC-T-PRECIO   PIC 9(5)V99.
               03 WS-IC-T-ART      PIC X(01).
               03 WS-IC-T-MAESTRO  PIC X(210).
       01 WS-IC-PEND-TABLE.
           02 WS-IC-P-FACNUM PIC 9(06) OCCURS 200 TIMES.
      *
           77 WS-ST-IC     PIC X(25) VALUE 'VENTAS ENTRE EMPRESAS    '.
           77 WS-MSG-ICOP PIC X(80) VALUE ' 1-LISTA 2-REINTENTA PEND'-
       'IENTES 9-SALE                      Ingrese opcion [  ]'.
           77 WS-MSG-ICNV PIC X(80) VALUE ' No hay ventas entre empr'-
       'esas registradas.                                      '.
           77 WS-MSG-ICNP PIC X(80) VALUE ' No hay ventas pendientes'-
       ' de pasar a la otra empresa.                           '.
           77 WS-MSG-ICRT PIC X(80) VALUE ' Reintento terminado. Com'-
       'pletas:       Siguen pendientes:                       '.
           77 WS-LB-IC    PIC X(78) VALUE 'FACTURA FECHA    DESTINO '-
       '        VALOR E ORDEN  MOTIVO'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       copy "OPLINK.cpy".
      *
       copy "ICOLNK.cpy".
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-OPERATOR LNK-ICO.
      *-----------------------------------------------------------------
      *    0000-MAIN : Main paragraph of the program. A call from the
      *    invoice posting only carries that invoice and returns.
      *-----------------------------------------------------------------
       0000-MAIN.
           IF LNK-ICO-POSTEO THEN
              MOVE LNK-OPR-ID TO WS-OPERATOR-ID
              MOVE LNK-OPR-ROLE TO WS-OPERATOR-ROLE
              PERFORM 0100-LOAD-PARAMS
              MOVE LNK-ICO-FACNUM TO WS-IC-FACNUM
              PERFORM 0100-IC-REGISTRA
              PERFORM 0100-IC-PROCESA
              IF WS-IC-OK = 1 THEN
                 SET LNK-ICO-HECHO TO TRUE
                 MOVE SPACES TO LNK-ICO-MOTIVO
              ELSE
                 SET LNK-ICO-PENDIENTE TO TRUE
                 MOVE WS-IC-MOTIVO TO LNK-ICO-MOTIVO
              END-IF
              GOBACK
           END-IF
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
           IF WS-PAR-MODO-ENTRENA THEN
              DISPLAY WS-MSG-ENBQ LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              GOBACK
           END-IF
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-IC          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-ICOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-IC-LISTA
                 WHEN 2
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-NOAC LINE 22 COL 01
                    ELSE
                       PERFORM 0100-IC-REINTENTA
                    END-IF
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
      *    0100-IC-REGISTRA : Opens the intercompany sale of invoice
      *    WS-IC-FACNUM as pending, unless it is already recorded.
      *-----------------------------------------------------------------
       0100-IC-REGISTRA.
           OPEN I-O INTERCO
           IF WS-ICO-STATUS = '35' OR WS-ICO-STATUS = '05' THEN
              CLOSE INTERCO
              OPEN OUTPUT INTERCO
              CLOSE INTERCO
              OPEN I-O INTERCO
           END-IF
           MOVE WS-IC-FACNUM TO ICO-FACNUM
           READ INTERCO
              INVALID KEY
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE SPACES TO ICO-REG
                 MOVE WS-IC-FACNUM TO ICO-FACNUM
                 MOVE WS-DATETIME(1:8) TO ICO-FECHA
                 MOVE WS-PAR-ICDIR TO ICO-DESTINO
                 MOVE 0 TO ICO-VALOR
                 SET ICO-EST-PENDIENTE TO TRUE
                 MOVE 0 TO ICO-PEDNUM
                 MOVE WS-OPERATOR-ID TO ICO-OPERADOR
                 WRITE ICO-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
           END-READ
           CLOSE INTERCO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-PROCESA : Carries one pending sale into the sister
      *    company and records how it ended.
      *-----------------------------------------------------------------
       0100-IC-PROCESA.
           SET WS-IC-OK TO 0
           SET WS-IC-EN-DESTINO TO 0
           MOVE SPACES TO WS-IC-MOTIVO
           MOVE SPACES TO WS-IC-PROV
           MOVE 0 TO WS-IC-PEDNUM
           MOVE 0 TO WS-V-IC-VALOR
           MOVE WS-IC-FACNUM TO WS-IC-FACNUM-X
           MOVE WS-IC-FACNUM TO WS-IC-FACNUM-ED
           PERFORM 0100-IC-POSTEA THRU 0100-IC-POSTEA-FIN
           IF WS-IC-EN-DESTINO = 1 THEN
              SET ENVIRONMENT 'COB_FILE_PATH' TO WS-IC-ORIGEN
              PERFORM 0100-LOAD-PARAMS
           END-IF
           PERFORM 0100-IC-MARCA
           IF WS-IC-OK = 1 THEN
              MOVE SPACES TO WS-CODART
              MOVE 'VENTA-IC' TO WS-AUD-TTYPE
              MOVE SPACES TO WS-AUD-BEFORE
              MOVE SPACES TO WS-AUD-AFTER
              MOVE WS-V-IC-VALOR TO WS-IC-VALOR-ED
              STRING 'FAC ' WS-IC-FACNUM-ED ' ' WS-IC-CLIENTE ' '
                     WS-IC-VALOR-ED
              DELIMITED BY SIZE INTO WS-AUD-BEFORE
              MOVE WS-IC-PEDNUM TO WS-IC-PEDNUM-ED
              STRING 'OC ' WS-IC-PEDNUM-ED ' ' WS-IC-DESTINO ' '
                     WS-IC-PROV
              DELIMITED BY SIZE INTO WS-AUD-AFTER
              PERFORM 0100-WRITE-AUDIT-REC
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-POSTEA : Loads the invoice and its articles here,
      *    moves to the sister's data set and writes there the order,
      *    the receipts and the payable that are still missing.
      *    WS-IC-OK ends 1 when all of them are in place; otherwise
      *    WS-IC-MOTIVO says what stopped it.
      *-----------------------------------------------------------------
       0100-IC-POSTEA.
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE 'DATOS DE ENTRENAMIENTO' TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           IF WS-PAR-ICDIR = SPACES THEN
              MOVE 'NO HAY EMPRESA DEL GRUPO EN PARAMETROS'
                 TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           MOVE WS-PAR-ICDIR TO WS-IC-DESTINO
           MOVE WS-PAR-ICCLI TO WS-IC-ICCLI
           MOVE SPACES TO WS-IC-ORIGEN
           ACCEPT WS-IC-ORIGEN FROM ENVIRONMENT 'COB_FILE_PATH'
           IF WS-IC-ORIGEN = WS-IC-DESTINO THEN
              MOVE 'LA EMPRESA DEL GRUPO ES ESTA MISMA'
                 TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           PERFORM 0100-IC-LOAD-FACTURA
           IF WS-IC-FOUND = 0 THEN
              MOVE 'NO EXISTE LA FACTURA' TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           IF WS-IC-ANULADA = 1 THEN
              MOVE 'LA FACTURA ESTA ANULADA' TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           IF WS-IC-CLIENTE NOT = WS-IC-ICCLI THEN
              MOVE 'LA FACTURA NO ES DE LA EMPRESA DEL GRUPO'
                 TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           PERFORM 0100-IC-LOAD-MAESTROS
      *    FROM HERE ON EVERY RELATIVE FILE NAME IS THE SISTER'S.
           SET ENVIRONMENT 'COB_FILE_PATH' TO WS-IC-DESTINO
           SET WS-IC-EN-DESTINO TO 1
           PERFORM 0100-LOAD-PARAMS
           IF WS-PAR-EXISTS = 0 OR WS-PAR-ICPRV = SPACES THEN
              MOVE 'FALTA EL PROVEEDOR DEL GRUPO EN DESTINO'
                 TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           MOVE WS-PAR-ICPRV TO WS-IC-PROV
           PERFORM 0100-IC-CHECK-PROV
           IF WS-IC-FOUND = 0 THEN
              MOVE 'EL PROVEEDOR DEL GRUPO NO EXISTE EN DESTINO'
                 TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              MOVE 'EL MES ESTA CERRADO EN DESTINO' TO WS-IC-MOTIVO
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           PERFORM 0100-IC-FIND-PEDIDO
           IF WS-IC-PEDNUM = 0 THEN
              PERFORM 0100-IC-NEW-PEDIDO THRU 0100-IC-NEW-PEDIDO-FIN
              IF WS-IC-PEDNUM = 0 THEN
                 GO TO 0100-IC-POSTEA-FIN
              END-IF
           END-IF
           PERFORM 0100-IC-RECIBE
           PERFORM 0100-IC-WRITE-FACPROV
           IF WS-IC-MOTIVO NOT = SPACES THEN
              GO TO 0100-IC-POSTEA-FIN
           END-IF
           SET WS-IC-OK TO 1.
       0100-IC-POSTEA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-LOAD-FACTURA : Header and lines of the invoice, with
      *    the net unit price of each line as the transfer price.
      *-----------------------------------------------------------------
       0100-IC-LOAD-FACTURA.
           SET WS-IC-FOUND TO 0
           SET WS-IC-ANULADA TO 0
           MOVE 0 TO WS-IC-LCNT
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '35' THEN
              CLOSE FACTURAS
              GO TO 0100-IC-LOAD-FACTURA-FIN
           END-IF
           MOVE WS-IC-FACNUM TO FAC-NUM
           MOVE 0 TO FAC-LIN
           READ FACTURAS
              KEY IS FAC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-IC-FOUND TO 1
                 IF FAC-ANULADA THEN
                    SET WS-IC-ANULADA TO 1
                 END-IF
                 MOVE FAC-FECHA TO WS-IC-FECHA
                 MOVE FAC-CLIENTE TO WS-IC-CLIENTE
                 MOVE FAC-TOTAL TO WS-V-IC-VALOR
           END-READ
           IF WS-IC-FOUND = 1 THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-NUM NOT = WS-IC-FACNUM THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          IF WS-IC-LCNT < 50 THEN
                             ADD 1 TO WS-IC-LCNT
                             PERFORM 0100-IC-ADD-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACTURAS.
       0100-IC-LOAD-FACTURA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-ADD-LINE : One invoice line into the working table.
      *-----------------------------------------------------------------
       0100-IC-ADD-LINE.
           MOVE FAC-CODART TO WS-IC-T-CODART(WS-IC-LCNT)
           MOVE FAC-DESCART TO WS-IC-T-DESCART(WS-IC-LCNT)
           MOVE FAC-CANT TO WS-V-IC-QTY
           MOVE FAC-TOTAL TO WS-V-IC-TOTAL
           MOVE WS-V-IC-QTY TO WS-IC-T-CANT(WS-IC-LCNT)
           IF WS-V-IC-QTY > 0 THEN
              COMPUTE WS-V-IC-PRECIO ROUNDED =
                 WS-V-IC-TOTAL / WS-V-IC-QTY
           ELSE
              MOVE 0 TO WS-V-IC-PRECIO
           END-IF
           MOVE WS-V-IC-PRECIO TO WS-IC-T-PRECIO(WS-IC-LCNT)
           MOVE 'N' TO WS-IC-T-ART(WS-IC-LCNT)
           MOVE SPACES TO WS-IC-T-MAESTRO(WS-IC-LCNT)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-LOAD-MAESTROS : Keeps our master record of every
      *    article sold, so one the sister does not carry yet can be
      *    created there. A line without a master here (labor, a
      *    charge) is only billed, never received.
      *-----------------------------------------------------------------
       0100-IC-LOAD-MAESTROS.
           OPEN INPUT INVENTARIO
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
                   UNTIL WS-IC-IDX > WS-IC-LCNT
              IF WS-IC-T-CODART(WS-IC-IDX) NOT = SPACES
              AND WS-IC-T-CANT(WS-IC-IDX) > 0 THEN
                 MOVE WS-IC-T-CODART(WS-IC-IDX) TO CODART
                 READ INVENTARIO
                    KEY IS CODART
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S' TO WS-IC-T-ART(WS-IC-IDX)
                       MOVE INVENT-REG TO WS-IC-T-MAESTRO(WS-IC-IDX)
                 END-READ
              END-IF
           END-PERFORM
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-CHECK-PROV : The supplier that stands for us must
      *    exist in the sister's PROVEEDORES; its term gives the due
      *    date of the payable.
      *-----------------------------------------------------------------
       0100-IC-CHECK-PROV.
           SET WS-IC-FOUND TO 0
           MOVE 0 TO WS-IC-PLAZO
           OPEN INPUT PROVEEDORES
           IF WS-PRV-STATUS = '00' THEN
              MOVE WS-IC-PROV TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-IC-FOUND TO 1
                    IF PRV-PLAZO NUMERIC THEN
                       MOVE PRV-PLAZO TO WS-IC-PLAZO
                    END-IF
              END-READ
           END-IF
           CLOSE PROVEEDORES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-FIND-PEDIDO : The order an earlier attempt already
      *    raised for this invoice, if any.
      *-----------------------------------------------------------------
       0100-IC-FIND-PEDIDO.
           MOVE 0 TO WS-IC-PEDNUM
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '35' THEN
              CLOSE PEDIDOS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PEDIDOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PED-LIN = 0
                       AND PED-ICFAC = WS-IC-FACNUM-X
                       AND PED-VENDOR(1:10) = WS-IC-PROV THEN
                          MOVE PED-NUM TO WS-IC-PEDNUM
                          SET WS-END-FILE TO 1
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PEDIDOS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-NEW-PEDIDO : Raises the purchase order in the
      *    sister's numbering, one line per article sold, in stock
      *    units at the net price of the invoice. The number is taken
      *    before the order is written, so a cut can only leave a gap.
      *-----------------------------------------------------------------
       0100-IC-NEW-PEDIDO.
           MOVE WS-PAR-NEXTPED TO WS-IC-PEDNUM
           IF WS-IC-PEDNUM = 0 THEN
              MOVE 1 TO WS-IC-PEDNUM
           END-IF
           COMPUTE WS-PAR-NEXTPED = WS-IC-PEDNUM + 1
           PERFORM 0100-SAVE-PARAMS
           OPEN I-O PEDIDOS
           IF WS-PED-STATUS = '35' THEN
              OPEN OUTPUT PEDIDOS
              CLOSE PEDIDOS
              OPEN I-O PEDIDOS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO PED-REG
           MOVE WS-IC-PEDNUM TO PED-NUM
           MOVE 0 TO PED-LIN
           MOVE WS-DATETIME(1:8) TO PED-FECHA
           MOVE WS-DATETIME(1:8) TO PED-FENTREGA
           MOVE WS-IC-PROV TO PED-VENDOR
           MOVE 0 TO PED-CANT-PED
           MOVE 0 TO PED-CANT-REC
           SET PED-EST-ABIERTA TO TRUE
           MOVE WS-OPERATOR-ID TO PED-OPERADOR
           MOVE 0 TO PED-PRECIO
           MOVE 0 TO PED-CANT-INS
           MOVE 1 TO PED-TASA
           MOVE WS-IC-FACNUM-X TO PED-ICFAC
           WRITE PED-REG
              INVALID KEY
                 MOVE 'NUMERO DE ORDEN YA USADO EN DESTINO'
                    TO WS-IC-MOTIVO
                 MOVE 0 TO WS-IC-PEDNUM
           END-WRITE
           IF WS-IC-PEDNUM = 0 THEN
              CLOSE PEDIDOS
              GO TO 0100-IC-NEW-PEDIDO-FIN
           END-IF
           MOVE 0 TO WS-IC-PEDLIN
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
                   UNTIL WS-IC-IDX > WS-IC-LCNT
              IF WS-IC-T-ART(WS-IC-IDX) = 'S' THEN
                 MOVE WS-IC-T-MAESTRO(WS-IC-IDX) TO INVENT-REG
                 ADD 1 TO WS-IC-PEDLIN
                 MOVE SPACES TO PED-REG
                 MOVE WS-IC-PEDNUM TO PED-NUM
                 MOVE WS-IC-PEDLIN TO PED-LIN
                 MOVE WS-DATETIME(1:8) TO PED-FECHA
                 MOVE WS-DATETIME(1:8) TO PED-FENTREGA
                 MOVE WS-IC-PROV TO PED-VENDOR
                 MOVE WS-IC-T-CODART(WS-IC-IDX) TO PED-CODART
                 MOVE WS-IC-T-DESCART(WS-IC-IDX) TO PED-DESCART
                 MOVE UNIDDS TO PED-PURUNIT
                 MOVE WS-IC-T-CANT(WS-IC-IDX) TO PED-CANT-PED
                 MOVE 0 TO PED-CANT-REC
                 SET PED-EST-ABIERTA TO TRUE
                 MOVE WS-OPERATOR-ID TO PED-OPERADOR
                 MOVE WS-IC-T-PRECIO(WS-IC-IDX) TO PED-PRECIO
                 MOVE 0 TO PED-CANT-INS
                 MOVE 1 TO PED-TASA
                 MOVE WS-IC-FACNUM-X TO PED-ICFAC
                 MOVE 'N' TO PED-ICREC
                 WRITE PED-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE PEDIDOS.
       0100-IC-NEW-PEDIDO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-RECIBE : Receives every line of the order not yet
      *    received and closes the order. As in PEDIDO01 the line is
      *    marked before the stock is posted.
      *-----------------------------------------------------------------
       0100-IC-RECIBE.
           MOVE WS-IC-PEDNUM TO WS-IC-PEDNUM-ED
           OPEN I-O PEDIDOS
           PERFORM VARYING WS-IC-PEDLIN FROM 1 BY 1
                   UNTIL WS-IC-PEDLIN > 50
              MOVE WS-IC-PEDNUM TO PED-NUM
              MOVE WS-IC-PEDLIN TO PED-LIN
              READ PEDIDOS
                 INVALID KEY
                    MOVE 51 TO WS-IC-PEDLIN
                 NOT INVALID KEY
                    IF PED-ICREC NOT = 'S' THEN
                       MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                       MOVE PED-CANT-PED TO PED-CANT-REC
                       SET PED-EST-CERRADA TO TRUE
                       MOVE WS-DATETIME(1:8) TO PED-FRECIBO
                       MOVE 'S' TO PED-ICREC
                       REWRITE PED-REG
                       MOVE PED-CODART TO WS-CODART
                       MOVE PED-CANT-PED TO WS-V-ADJ-QTY
                       MOVE PED-PRECIO TO WS-V-RCOST
                       PERFORM 0100-IC-APPLY-RECEIPT
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-IC-PEDNUM TO PED-NUM
           MOVE 0 TO PED-LIN
           READ PEDIDOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET PED-EST-CERRADA TO TRUE
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE WS-DATETIME(1:8) TO PED-FRECIBO
                 REWRITE PED-REG
           END-READ
           CLOSE PEDIDOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-APPLY-RECEIPT : Stock of one received line into
      *    Almacen Principal with the weighted-average cost, audit,
      *    movement, cost layer, receipt cost and the backorders it
      *    covers, as a PEDIDO01 receipt does. An article the sister
      *    does not carry is first created from our master record.
      *-----------------------------------------------------------------
       0100-IC-APPLY-RECEIPT.
           OPEN I-O INVENTARIO
           SET WS-IC-FOUND TO 1
           MOVE WS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 SET WS-IC-FOUND TO 0
           END-READ
           IF WS-IC-FOUND = 0 THEN
              PERFORM 0100-IC-NEW-ARTICLE
           END-IF
           IF WS-IC-FOUND = 1 THEN
              MOVE CANT TO WS-BEF-CANT
              MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
              MOVE CANT-ALM2 TO WS-BEF-CANT-ALM2
              MOVE CANT TO WS-V-CANT
              MOVE CANT-ALM1 TO WS-V-CANT-ALM1
              MOVE CANT-ALM2 TO WS-V-CANT-ALM2
              COMPUTE WS-V-CANT-ALM1 = WS-V-CANT-ALM1 + WS-V-ADJ-QTY
              COMPUTE WS-V-NEWCANT = WS-V-CANT-ALM1 + WS-V-CANT-ALM2
              MOVE WS-V-NEWCANT TO CANT
              MOVE WS-V-CANT-ALM1 TO CANT-ALM1
              MOVE AVGCOST TO WS-V-AVGCOST
              IF WS-V-AVGCOST = 0 THEN
                 MOVE STDCOST TO WS-V-AVGCOST
              END-IF
              MOVE STDCOST TO WS-V-CRC-STD
              MOVE CATEGORY TO WS-CRC-CATEG
              IF WS-V-RCOST = 0 THEN
                 MOVE WS-V-AVGCOST TO WS-V-RCOST
              END-IF
              MOVE WS-BEF-CANT TO WS-V-OLDQ
              COMPUTE WS-V-CSTPOOL = (WS-V-OLDQ * WS-V-AVGCOST)
                 + (WS-V-ADJ-QTY * WS-V-RCOST)
              COMPUTE WS-V-NEWQ = WS-V-OLDQ + WS-V-ADJ-QTY
              IF WS-V-NEWQ > 0 THEN
                 COMPUTE WS-V-AVGCOST ROUNDED =
                    WS-V-CSTPOOL / WS-V-NEWQ
              ELSE
                 MOVE WS-V-RCOST TO WS-V-AVGCOST
              END-IF
              MOVE WS-V-AVGCOST TO AVGCOST
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:8) TO LASTMOV
              REWRITE INVENT-REG
              MOVE 'RECIBO-OC' TO WS-AUD-TTYPE
              MOVE SPACES TO WS-AUD-BEFORE
              MOVE SPACES TO WS-AUD-AFTER
              STRING WS-BEF-CANT DELIMITED BY SIZE
                     ' / '       DELIMITED BY SIZE
                     WS-BEF-CANT-ALM1 DELIMITED BY SIZE
                     ' / '       DELIMITED BY SIZE
                     WS-BEF-CANT-ALM2 DELIMITED BY SIZE
              INTO WS-AUD-BEFORE
              STRING 'OC ' DELIMITED BY SIZE
                     WS-IC-PEDNUM-ED DELIMITED BY SIZE
                     ' '    DELIMITED BY SIZE
                     CANT   DELIMITED BY SIZE
                     ' / '  DELIMITED BY SIZE
                     CANT-ALM1 DELIMITED BY SIZE
                     ' / '  DELIMITED BY SIZE
                     CANT-ALM2 DELIMITED BY SIZE
              INTO WS-AUD-AFTER
              PERFORM 0100-WRITE-AUDIT-REC
              MOVE 'RECIBO-OC' TO WS-MOV-TIPO
              MOVE WS-V-ADJ-QTY TO WS-MOV-CANT
              MOVE '1' TO WS-MOV-ALM
              MOVE WS-V-NEWCANT TO WS-MOV-SALDO
              MOVE SPACES TO WS-MOV-REF
              STRING 'OC ' WS-IC-PEDNUM-ED
              DELIMITED BY SIZE INTO WS-MOV-REF
              PERFORM 0100-WRITE-MOV-REC
           END-IF
           CLOSE INVENTARIO
           IF WS-IC-FOUND = 1 THEN
              MOVE WS-V-ADJ-QTY TO WS-V-CAP-QTY
              MOVE WS-V-RCOST TO WS-V-CAP-COSTO
              PERFORM 0100-ADD-COST-LAYER
              MOVE WS-V-ADJ-QTY TO WS-V-CRC-QTY
              MOVE WS-V-RCOST TO WS-V-CRC-COSTO
              MOVE WS-IC-PROV TO WS-CRC-PROV
              MOVE 'RECIBO-OC' TO WS-CRC-ORIGEN
              MOVE WS-MOV-REF TO WS-CRC-REF
              PERFORM 0100-WRITE-CRC-REC THRU 0100-WRITE-CRC-FIN
              PERFORM 0100-IC-ALLOC-BACKORDER THRU 0100-IC-ALLOC-FIN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-NEW-ARTICLE : Creates in the sister the article of
      *    our master record with no stock, bought from us in stock
      *    units, the transfer price as its standard cost.
      *-----------------------------------------------------------------
       0100-IC-NEW-ARTICLE.
           MOVE 0 TO WS-IC-HIT
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
                   UNTIL WS-IC-IDX > WS-IC-LCNT
              IF WS-IC-T-CODART(WS-IC-IDX) = WS-CODART
              AND WS-IC-T-ART(WS-IC-IDX) = 'S' THEN
                 MOVE WS-IC-IDX TO WS-IC-HIT
                 MOVE 999 TO WS-IC-IDX
              END-IF
           END-PERFORM
           IF WS-IC-HIT = 0 THEN
              GO TO 0100-IC-NEW-ARTICLE-FIN
           END-IF
           MOVE WS-IC-T-MAESTRO(WS-IC-HIT) TO INVENT-REG
           MOVE WS-V-RCOST TO STDCOST
           MOVE 0 TO AVGCOST
           MOVE 0 TO CANT
           MOVE 0 TO CANT-ALM1
           MOVE 0 TO CANT-ALM2
           MOVE 0 TO CANT-COMP
           MOVE 0 TO MINSTOCK
           SET ACTFLAG-ACTIVE TO TRUE
           MOVE WS-IC-PROV TO VENDOR
           MOVE UNIDDS TO PURUNIT
           MOVE 1 TO CONVFACT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO LASTMOV
           WRITE INVENT-REG
              INVALID KEY
                 GO TO 0100-IC-NEW-ARTICLE-FIN
           END-WRITE
           SET WS-IC-FOUND TO 1
           MOVE 'INSERTA' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'VENTA ENTRE EMPRESAS FAC ' WS-IC-FACNUM-ED
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC.
       0100-IC-NEW-ARTICLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-ALLOC-BACKORDER : The received quantity covers the
      *    sister's open backorders of the article oldest-first; the
      *    operators there see them covered in PENDIENTES.DAT.
      *-----------------------------------------------------------------
       0100-IC-ALLOC-BACKORDER.
           MOVE WS-V-ADJ-QTY TO WS-V-ALO-REST
           OPEN I-O PENDIENTES
           IF WS-PEN-STATUS NOT = '00' THEN
              CLOSE PENDIENTES
              GO TO 0100-IC-ALLOC-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
                      OR WS-V-ALO-REST = 0
              READ PENDIENTES
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF PEN-CODART = WS-CODART
                    AND PEN-EST-ABIERTO THEN
                       MOVE PEN-CANT TO WS-V-ALO-PEN
                       IF WS-V-ALO-PEN NOT > WS-V-ALO-REST THEN
                          SET PEN-EST-CUBIERTO TO TRUE
                          REWRITE PEN-REG
                          SUBTRACT WS-V-ALO-PEN
                             FROM WS-V-ALO-REST
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PENDIENTES.
       0100-IC-ALLOC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-WRITE-FACPROV : The sister's payable for our invoice,
      *    approved on entry since order and receipt match it by
      *    construction, and the vendor balance raised. An invoice
      *    already there is left as it is.
      *-----------------------------------------------------------------
       0100-IC-WRITE-FACPROV.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-IC-HOY-N
           COMPUTE WS-IC-VEN-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-IC-HOY-N) + WS-IC-PLAZO)
           OPEN I-O FACPROV
           IF WS-FPR-STATUS = '35' OR WS-FPR-STATUS = '05' THEN
              CLOSE FACPROV
              OPEN OUTPUT FACPROV
              CLOSE FACPROV
              OPEN I-O FACPROV
           END-IF
           SET WS-IC-FOUND TO 0
           MOVE WS-IC-PROV TO FPR-PROV
           MOVE SPACES TO FPR-NUMFAC
           MOVE WS-IC-FACNUM-X TO FPR-NUMFAC
           READ FACPROV
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-IC-FOUND TO 1
           END-READ
           IF WS-IC-FOUND = 0 THEN
              MOVE SPACES TO FPR-REG
              MOVE WS-IC-PROV TO FPR-PROV
              MOVE WS-IC-FACNUM-X TO FPR-NUMFAC
              MOVE WS-IC-FECHA TO FPR-FECHA
              MOVE WS-IC-VEN-N TO FPR-FVENCE
              MOVE WS-IC-PEDNUM TO FPR-PEDREF
              MOVE WS-V-IC-VALOR TO FPR-VALOR
              SET FPR-EST-APROBADA TO TRUE
              MOVE WS-OPERATOR-ID TO FPR-OPERADOR
              MOVE SPACES TO FPR-APROBADOR
              MOVE SPACES TO FPR-PAGADOR
              MOVE 0 TO FPR-RETENIDO
              MOVE 0 TO FPR-ABONADO
              WRITE FPR-REG
                 INVALID KEY
                    MOVE 'NO SE PUDO GRABAR LA CUENTA POR PAGAR'
                       TO WS-IC-MOTIVO
                    SET WS-IC-FOUND TO 2
              END-WRITE
           END-IF
           CLOSE FACPROV
           IF WS-IC-FOUND = 0 THEN
              OPEN I-O PROVEEDORES
              MOVE WS-IC-PROV TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD WS-V-IC-VALOR TO PRV-SALDO
                    REWRITE REG-PROVEEDOR
              END-READ
              CLOSE PROVEEDORES
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-MARCA : Records in INTERCO.DAT how the attempt on
      *    WS-IC-FACNUM ended.
      *-----------------------------------------------------------------
       0100-IC-MARCA.
           OPEN I-O INTERCO
           MOVE WS-IC-FACNUM TO ICO-FACNUM
           READ INTERCO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE WS-DATETIME(1:8) TO ICO-FPROCESO
                 IF WS-V-IC-VALOR > 0 THEN
                    MOVE WS-V-IC-VALOR TO ICO-VALOR
                 END-IF
                 IF WS-IC-DESTINO NOT = SPACES THEN
                    MOVE WS-IC-DESTINO TO ICO-DESTINO
                 END-IF
                 IF WS-IC-PROV NOT = SPACES THEN
                    MOVE WS-IC-PROV TO ICO-PROV
                 END-IF
                 IF WS-IC-PEDNUM > 0 THEN
                    MOVE WS-IC-PEDNUM TO ICO-PEDNUM
                 END-IF
                 IF WS-IC-OK = 1 THEN
                    SET ICO-EST-COMPLETA TO TRUE
                    MOVE SPACES TO ICO-MOTIVO
                 ELSE
                    MOVE WS-IC-MOTIVO TO ICO-MOTIVO
                 END-IF
                 REWRITE ICO-REG
           END-READ
           CLOSE INTERCO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-LISTA : Lists every intercompany sale with its state,
      *    the order raised in the sister and, while pending, why.
      *-----------------------------------------------------------------
       0100-IC-LISTA.
           OPEN INPUT INTERCO
           IF WS-ICO-STATUS NOT = '00' THEN
              CLOSE INTERCO
              DISPLAY WS-MSG-ICNV LINE 22 COL 01
              GO TO 0100-IC-LISTA-FIN
           END-IF
           DISPLAY WS-LB-IC LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ INTERCO NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF WS-ROWCTRL > 20 THEN
                       DISPLAY WS-MSG-AN1 LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                       DISPLAY WS-SPC LINE 24 COL 01
                       MOVE 8 TO WS-ROWCTRL
                       DISPLAY WS-BLANK LINE 08 COL 01 ERASE EOS
                    END-IF
                    MOVE ICO-FACNUM TO WS-IC-FACNUM-ED
                    MOVE ICO-VALOR TO WS-IC-VALOR-ED
                    DISPLAY WS-IC-FACNUM-ED LINE WS-ROWCTRL COL 01
                    DISPLAY ICO-FECHA LINE WS-ROWCTRL COL 09
                    DISPLAY ICO-DESTINO LINE WS-ROWCTRL COL 18
                    DISPLAY WS-IC-VALOR-ED LINE WS-ROWCTRL COL 27
                    DISPLAY ICO-ESTADO LINE WS-ROWCTRL COL 40
                    IF ICO-PEDNUM > 0 THEN
                       MOVE ICO-PEDNUM TO WS-IC-PEDNUM-ED
                       DISPLAY WS-IC-PEDNUM-ED LINE WS-ROWCTRL COL 42
                    END-IF
                    DISPLAY ICO-MOTIVO(1:30) LINE WS-ROWCTRL COL 49
                    ADD 1 TO WS-ROWCTRL
              END-READ
           END-PERFORM
           CLOSE INTERCO.
       0100-IC-LISTA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IC-REINTENTA : Tries again every pending sale, once the
      *    cause shown in the list has been put right.
      *-----------------------------------------------------------------
       0100-IC-REINTENTA.
           MOVE 0 TO WS-IC-PCNT
           OPEN INPUT INTERCO
           IF WS-ICO-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ INTERCO NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF ICO-EST-PENDIENTE
                       AND WS-IC-PCNT < 200 THEN
                          ADD 1 TO WS-IC-PCNT
                          MOVE ICO-FACNUM
                             TO WS-IC-P-FACNUM(WS-IC-PCNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INTERCO
           IF WS-IC-PCNT = 0 THEN
              DISPLAY WS-MSG-ICNP LINE 22 COL 01
              GO TO 0100-IC-REINTENTA-FIN
           END-IF
           MOVE 0 TO WS-IC-HECHAS
           MOVE 0 TO WS-IC-QUEDAN
           PERFORM VARYING WS-IC-PIDX FROM 1 BY 1
                   UNTIL WS-IC-PIDX > WS-IC-PCNT
              MOVE WS-IC-P-FACNUM(WS-IC-PIDX) TO WS-IC-FACNUM
              PERFORM 0100-IC-PROCESA
              IF WS-IC-OK = 1 THEN
                 ADD 1 TO WS-IC-HECHAS
              ELSE
                 ADD 1 TO WS-IC-QUEDAN
              END-IF
           END-PERFORM
           MOVE WS-IC-HECHAS TO WS-IC-HECHAS-ED
           MOVE WS-IC-QUEDAN TO WS-IC-QUEDAN-ED
           DISPLAY WS-MSG-ICRT LINE 22 COL 01
           DISPLAY WS-IC-HECHAS-ED LINE 22 COL 36
           DISPLAY WS-IC-QUEDAN-ED LINE 22 COL 59.
       0100-IC-REINTENTA-FIN.
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
       copy "CRCLOG.cpy".
      *
       copy "PERCHK.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM INTERCO01.
