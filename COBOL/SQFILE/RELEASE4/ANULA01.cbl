      ******************************************************************
      * Program      : ANULA01.cbl                                     *
      * Purpose      : Same-day invoice voiding and numbering control. *
      *                A supervisor voids an invoice of today that has *
      *                no payment or credit note applied: the stock    *
      *                of every line returns to CANT/CANT-ALM1 with    *
      *                its lots, serials and a cost layer, CLI-SALDO   *
      *                is lowered and the open item leaves CARTERA.    *
      *                The number is kept in FACTURAS.DAT marked as    *
      *                voided with its reason, so the series has no    *
      *                hole. A consolidated delivery-note invoice only *
      *                reopens its notes, as the stock left with them. *
      *                The numbering report (CONSEC.PRN) checks the    *
      *                invoice, credit note, delivery note and quote   *
      *                series of the year against PARAMS.DAT, listing  *
      *                missing numbers and the voided invoices.        *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      A reopened quotation loses its  *
      *                                closing date.                   *
      * 15-oct-2026    R. Urquijo      Quantities refused at delivery  *
      *                                are not returned to stock twice.*
      * 15-oct-2026    R. Urquijo      A sale already carried into the *
      *                                sister company is not voided; a *
      *                                pending one is cancelled there. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULA01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "CLISEL.cpy".
       copy "CXCSEL.cpy".
       copy "SERSEL.cpy".
       copy "FLTSEL.cpy".
       copy "REMSEL.cpy".
       copy "COTSEL.cpy".
       copy "NCRSEL.cpy".
       copy "ERSSEL.cpy".
       copy "ICOSEL.cpy".
      *
           SELECT CONPRN ASSIGN TO "CONSEC.PRN"
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
       copy "SERFD.cpy".
      *
       copy "FLTFD.cpy".
      *
       copy "REMFD.cpy".
      *
       copy "COTFD.cpy".
      *
       copy "NCRFD.cpy".
      *
       copy "ERSFD.cpy".
      *
       copy "ICOFD.cpy".
      *
       FD CONPRN.
       01 CONPRN-RECORD        PIC X(80).
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
           77 WS-SER-STATUS      PIC XX.
           77 WS-SRA-STATUS      PIC XX.
           77 WS-FLT-STATUS      PIC XX.
           77 WS-REM-STATUS      PIC XX.
           77 WS-COT-STATUS      PIC XX.
           77 WS-NCR-STATUS      PIC XX.
           77 WS-ICO-STATUS      PIC XX.
           77 WS-AF-ICO          PIC X(01).
           77 WS-AF-HOY          PIC X(08).
           77 WS-AF-NUM          PIC 9(06) VALUE 0.
           77 WS-AF-NUM-ED       PIC ZZZZZ9.
           77 WS-AF-FOUND        PIC 9 VALUE 0.
           77 WS-AF-ANULADA      PIC 9 VALUE 0.
           77 WS-AF-CXC-OK       PIC 9 VALUE 0.
           77 WS-AF-CLIENTE      PIC X(10).
           77 WS-AF-FECHA        PIC X(08).
           77 WS-AF-RAZON        PIC X(35).
           77 WS-V-AF-TOTAL      PIC 9(7)V99 VALUE 0.
           77 WS-AF-TOTAL-ED     PIC ZZZZZZZ9.99.
           77 WS-V-AF-QTY        PIC 9(5)V99.
           77 WS-AF-LCNT         PIC 9(03) VALUE 0.
           77 WS-AF-IDX          PIC 9(03) VALUE 0.
           77 WS-AF-REMCNT       PIC 9(03) VALUE 0.
           77 WS-AF-LOTCNT       PIC 9(03) VALUE 0.
           77 WS-AF-SERCNT       PIC 9(03) VALUE 0.
      *
       01 WS-AF-TABLE.
           02 WS-AF-LINEA OCCURS 50 TIMES.
               03 WS-AF-T-CODART   PIC X(10).
               03 WS-AF-T-DESCART  PIC X(35).
               03 WS-AF-T-CANT     PIC 9(5)V99.
               03 WS-AF-T-COSTO    PIC 9(5)V99.
      *
           77 WS-CS-SERIE        PIC X(10).
           77 WS-CS-NEXT         PIC 9(06) VALUE 0.
           77 WS-CS-PFX          PIC 9(02) VALUE 0.
           77 WS-CS-INI          PIC 9(06) VALUE 0.
           77 WS-CS-FIN          PIC 9(06) VALUE 0.
           77 WS-CS-ESPERA       PIC 9(06) VALUE 0.
           77 WS-CS-NUM          PIC 9(06) VALUE 0.
           77 WS-CS-ANU          PIC 9 VALUE 0.
           77 WS-CS-FECHA        PIC X(08).
           77 WS-CS-RAZON        PIC X(35).
           77 WS-CS-EMITIDOS     PIC 9(06) VALUE 0.
           77 WS-CS-ANULADOS     PIC 9(06) VALUE 0.
           77 WS-CS-FALTAN       PIC 9(06) VALUE 0.
           77 WS-CS-FUERA        PIC 9(06) VALUE 0.
           77 WS-CS-ED1          PIC ZZZZZ9.
           77 WS-CS-ED2          PIC ZZZZZ9.
           77 WS-CS-ED3          PIC ZZZZZ9.
           77 WS-CS-ED4          PIC ZZZZZ9.
      *
           77 WS-ST-AF     PIC X(25) VALUE 'ANULACION Y CONSECUTIVOS '.
           77 WS-MSG-AFOP PIC X(80) VALUE ' 1-ANULA FACTURA 2-CONSEC'-
       'UTIVOS 9-SALE                       Ingrese opcion [  ]'.
           77 WS-MSG-AFNU PIC X(80) VALUE ' Numero de la factura a a'-
       'nular:                                                 '.
           77 WS-MSG-AFNX PIC X(80) VALUE ' No existe una factura co'-
       'n ese numero.                                          '.
           77 WS-MSG-AFYA PIC X(80) VALUE ' La factura ya esta anula'-
       'da.                                                    '.
           77 WS-MSG-AFDT PIC X(80) VALUE ' Solo se anulan facturas '-
       'del dia. Use una nota credito.                         '.
           77 WS-MSG-AFAB PIC X(80) VALUE ' La factura tiene abonos '-
       'o notas aplicadas. No se puede anular.                 '.
           77 WS-MSG-AFIC PIC X(80) VALUE ' Venta ya recibida en la '-
       'otra empresa del grupo. Use una nota credito.          '.
           77 WS-MSG-AFRZ PIC X(80) VALUE ' Motivo de la anulacion: '-
       '                                                       '.
           77 WS-MSG-AFRV PIC X(80) VALUE ' Debe indicar el motivo d'-
       'e la anulacion.                                        '.
           77 WS-MSG-AFRM PIC X(80) VALUE ' Factura de remisiones: s'-
       'e reabren las remisiones, sin mover stock.             '.
           77 WS-MSG-AFOK PIC X(80) VALUE ' Factura anulada; inventa'-
       'rio y cartera reversados. Numero:                      '.
           77 WS-MSG-AFCS PIC X(80) VALUE ' Reporte de consecutivos '-
       'impreso en CONSEC.PRN.                                 '.
           77 WS-LB-AFCLI  PIC X(45) VALUE
              'Cliente:             Fecha:         Total:'.
           77 WS-LB-AFLIN  PIC X(60) VALUE
              ' ARTICULO   DESCRIPCION                          CANTID
      -       'AD'.
           77 WS-LB-CSSUM  PIC X(74) VALUE
              'SERIE      EMITIDOS  ANULADOS  FALTANTES  FUERA RANGO'.
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
                 WS-ST-AF          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:8) TO WS-AF-HOY
              DISPLAY WS-MSG-AFOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-NOAC LINE 22 COL 01
                    ELSE
                       PERFORM 0100-ANULA-FAC THRU 0100-ANULA-FAC-FIN
                    END-IF
                 WHEN 2
                    PERFORM 0100-CONSECUTIVOS
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
      *    0100-ANULA-FAC : Validates the invoice, takes the reason and
      *    reverses everything its posting did, keeping the number.
      *-----------------------------------------------------------------
       0100-ANULA-FAC.
           DISPLAY WS-MSG-AFNU LINE 06 COL 01
           MOVE 0 TO WS-AF-NUM
           ACCEPT WS-AF-NUM LINE 06 COL 40
           MOVE WS-AF-NUM TO WS-AF-NUM-ED
           PERFORM 0100-LOAD-FACTURA
           IF WS-AF-FOUND = 0 THEN
              DISPLAY WS-MSG-AFNX LINE 22 COL 01
              GO TO 0100-ANULA-FAC-FIN
           END-IF
           IF WS-AF-ANULADA = 1 THEN
              DISPLAY WS-MSG-AFYA LINE 22 COL 01
              GO TO 0100-ANULA-FAC-FIN
           END-IF
           IF WS-AF-FECHA NOT = WS-AF-HOY THEN
              DISPLAY WS-MSG-AFDT LINE 22 COL 01
              GO TO 0100-ANULA-FAC-FIN
           END-IF
           PERFORM 0100-CHECK-CXC
           IF WS-AF-CXC-OK = 0 THEN
              DISPLAY WS-MSG-AFAB LINE 22 COL 01
              GO TO 0100-ANULA-FAC-FIN
           END-IF
           PERFORM 0100-CHECK-INTERCO
           IF WS-AF-ICO = 'C' THEN
              DISPLAY WS-MSG-AFIC LINE 22 COL 01
              GO TO 0100-ANULA-FAC-FIN
           END-IF
           MOVE WS-AF-HOY(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-ANULA-FAC-FIN
           END-IF
           DISPLAY WS-LB-AFCLI LINE 07 COL 01
           DISPLAY WS-AF-CLIENTE LINE 07 COL 10
           DISPLAY WS-AF-FECHA LINE 07 COL 29
           MOVE WS-V-AF-TOTAL TO WS-AF-TOTAL-ED
           DISPLAY WS-AF-TOTAL-ED LINE 07 COL 43
           PERFORM 0100-LIST-LINES
           PERFORM 0100-CHECK-REMISION
           IF WS-AF-REMCNT > 0 THEN
              DISPLAY WS-MSG-AFRM LINE 20 COL 01
           END-IF
           DISPLAY WS-MSG-AFRZ LINE 21 COL 01
           MOVE SPACES TO WS-AF-RAZON
           ACCEPT WS-AF-RAZON LINE 21 COL 26
           IF WS-AF-RAZON = SPACES
           OR WS-AF-RAZON = LOW-VALUE THEN
              DISPLAY WS-MSG-AFRV LINE 22 COL 01
              GO TO 0100-ANULA-FAC-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-ANULA-FAC-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
      *    A CONSOLIDATED INVOICE NEVER MOVED STOCK: THE DELIVERY
      *    NOTES DID, SO THEY ARE ONLY REOPENED FOR A NEW INVOICE.
           IF WS-AF-REMCNT > 0 THEN
              PERFORM 0100-REOPEN-REMISION
           ELSE
              PERFORM VARYING WS-AF-IDX FROM 1 BY 1
                      UNTIL WS-AF-IDX > WS-AF-LCNT
                 MOVE 'F' TO WS-ERS-TIPO
                 MOVE WS-AF-NUM TO WS-ERS-NUM
                 MOVE WS-AF-IDX TO WS-ERS-LIN
                 PERFORM 0100-ERS-RECHAZO
                 IF WS-V-ERS-RECH < WS-AF-T-CANT(WS-AF-IDX) THEN
                    PERFORM 0100-RETURN-LINE-STOCK
                 END-IF
              END-PERFORM
              PERFORM 0100-RESTORE-LOTS
           END-IF
           PERFORM 0100-REOPEN-COTIZA
           PERFORM 0100-LOWER-CLI-SALDO
           PERFORM 0100-DROP-CXC-ITEM
           PERFORM 0100-MARK-ANULADA
           IF WS-AF-ICO = 'P' THEN
              PERFORM 0100-CANCEL-INTERCO
           END-IF
           MOVE SPACES TO WS-CODART
           MOVE 'ANULAFAC' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'FAC ' WS-AF-NUM-ED ' ' WS-AF-CLIENTE ' '
                  WS-AF-TOTAL-ED
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           MOVE WS-AF-RAZON TO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-MSG-AFOK LINE 22 COL 01
           DISPLAY WS-AF-NUM-ED LINE 22 COL 60.
       0100-ANULA-FAC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-FACTURA : Loads the header and the lines of the
      *    invoice WS-AF-NUM into the working table.
      *-----------------------------------------------------------------
       0100-LOAD-FACTURA.
           SET WS-AF-FOUND TO 0
           SET WS-AF-ANULADA TO 0
           MOVE 0 TO WS-AF-LCNT
           MOVE 0 TO WS-V-AF-TOTAL
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS NOT = '35' THEN
              MOVE WS-AF-NUM TO FAC-NUM
              MOVE 0 TO FAC-LIN
              READ FACTURAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-AF-FOUND TO 1
                    MOVE FAC-CLIENTE TO WS-AF-CLIENTE
                    MOVE FAC-FECHA TO WS-AF-FECHA
                    MOVE FAC-TOTAL TO WS-V-AF-TOTAL
                    IF FAC-ANULADA THEN
                       SET WS-AF-ANULADA TO 1
                    END-IF
              END-READ
              IF WS-AF-FOUND = 1 THEN
                 PERFORM VARYING WS-AF-IDX FROM 1 BY 1
                         UNTIL WS-AF-IDX > 50
                    MOVE WS-AF-NUM TO FAC-NUM
                    MOVE WS-AF-IDX TO FAC-LIN
                    READ FACTURAS
                       INVALID KEY
                          MOVE 51 TO WS-AF-IDX
                       NOT INVALID KEY
                          ADD 1 TO WS-AF-LCNT
                          MOVE FAC-CODART
                             TO WS-AF-T-CODART(WS-AF-LCNT)
                          MOVE FAC-DESCART
                             TO WS-AF-T-DESCART(WS-AF-LCNT)
                          MOVE FAC-CANT
                             TO WS-AF-T-CANT(WS-AF-LCNT)
                          MOVE FAC-COSTO
                             TO WS-AF-T-COSTO(WS-AF-LCNT)
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           CLOSE FACTURAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-LINES : Shows the lines about to be reversed.
      *-----------------------------------------------------------------
       0100-LIST-LINES.
           DISPLAY WS-LB-AFLIN LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1
                   UNTIL WS-AF-IDX > WS-AF-LCNT OR WS-ROWCTRL > 19
              DISPLAY WS-AF-T-CODART(WS-AF-IDX)
                 LINE WS-ROWCTRL COL 02
              DISPLAY WS-AF-T-DESCART(WS-AF-IDX)
                 LINE WS-ROWCTRL COL 13
              MOVE WS-AF-T-CANT(WS-AF-IDX) TO WS-CANT
              DISPLAY WS-CANT LINE WS-ROWCTRL COL 50
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-INTERCO : State of the intercompany sale of the
      *    invoice in INTERCO.DAT: 'C' when its purchase side is
      *    already in the sister company, 'P' while still pending,
      *    space when the invoice is not an intercompany sale.
      *-----------------------------------------------------------------
       0100-CHECK-INTERCO.
           MOVE SPACE TO WS-AF-ICO
           OPEN INPUT INTERCO
           IF WS-ICO-STATUS = '00' THEN
              MOVE WS-AF-NUM TO ICO-FACNUM
              READ INTERCO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ICO-EST-COMPLETA OR ICO-EST-PENDIENTE THEN
                       MOVE ICO-ESTADO TO WS-AF-ICO
                    END-IF
              END-READ
           END-IF
           CLOSE INTERCO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CANCEL-INTERCO : The pending intercompany sale of a
      *    voided invoice is cancelled, so no retry carries it over.
      *-----------------------------------------------------------------
       0100-CANCEL-INTERCO.
           OPEN I-O INTERCO
           MOVE WS-AF-NUM TO ICO-FACNUM
           READ INTERCO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ICO-EST-ANULADA TO TRUE
                 MOVE 'FACTURA ANULADA' TO ICO-MOTIVO
                 REWRITE ICO-REG
           END-READ
           CLOSE INTERCO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-CXC : The open item of the invoice must still be
      *    untouched: no payment, cross or credit note applied to it.
      *-----------------------------------------------------------------
       0100-CHECK-CXC.
           SET WS-AF-CXC-OK TO 0
           OPEN INPUT CARTERA
           IF WS-CXC-STATUS NOT = '35' THEN
              MOVE WS-AF-CLIENTE TO CXC-CLIENTE
              SET CXC-TIPO-FACTURA TO TRUE
              MOVE WS-AF-NUM TO CXC-NUM
              READ CARTERA
                 KEY IS CXC-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CXC-EST-ABIERTA AND CXC-ABONADO = 0 THEN
                       SET WS-AF-CXC-OK TO 1
                    END-IF
              END-READ
           END-IF
           CLOSE CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-REMISION : Counts the delivery notes that were
      *    consolidated into the invoice.
      *-----------------------------------------------------------------
       0100-CHECK-REMISION.
           MOVE 0 TO WS-AF-REMCNT
           OPEN INPUT REMISION
           IF WS-REM-STATUS = '00' OR WS-REM-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ REMISION NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF REM-LIN = 0
                       AND REM-EST-FACTURADA
                       AND REM-FACREF = WS-AF-NUM THEN
                          ADD 1 TO WS-AF-REMCNT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE REMISION
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REOPEN-REMISION : Puts the consolidated delivery notes
      *    back open, header and lines, so they can be invoiced again.
      *-----------------------------------------------------------------
       0100-REOPEN-REMISION.
           OPEN I-O REMISION
           IF WS-REM-STATUS = '00' OR WS-REM-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ REMISION NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF REM-EST-FACTURADA
                       AND REM-FACREF = WS-AF-NUM THEN
                          SET REM-EST-ABIERTA TO TRUE
                          MOVE 0 TO REM-FACREF
                          REWRITE REM-REG
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE REMISION
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REOPEN-COTIZA : A quotation converted into the voided
      *    invoice goes back open, header and lines.
      *-----------------------------------------------------------------
       0100-REOPEN-COTIZA.
           OPEN I-O COTIZA
           IF WS-COT-STATUS = '00' OR WS-COT-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ COTIZA NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF COT-EST-FACTURADA
                       AND COT-FACREF = WS-AF-NUM THEN
                          SET COT-EST-ABIERTA TO TRUE
                          MOVE 0 TO COT-FACREF
                          MOVE SPACES TO COT-FCIERRE
                          REWRITE COT-REG
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COTIZA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RETURN-LINE-STOCK : Returns one voided line to CANT and
      *    CANT-ALM1 with its own movement type, opens a cost layer at
      *    the cost it left with and frees its serials.
      *-----------------------------------------------------------------
       0100-RETURN-LINE-STOCK.
           OPEN I-O INVENTARIO
           MOVE WS-AF-T-CODART(WS-AF-IDX) TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-AF-T-CODART(WS-AF-IDX) TO WS-CODART
                 MOVE CANT TO WS-BEF-CANT
                 MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 MOVE AVGCOST TO WS-V-AVGCOST
                 MOVE WS-AF-T-CANT(WS-AF-IDX) TO WS-V-AF-QTY
                 SUBTRACT WS-V-ERS-RECH FROM WS-V-AF-QTY
                 COMPUTE WS-V-NEWCANT = WS-V-CANT + WS-V-AF-QTY
                 COMPUTE WS-V-NEWCANT-ALM =
                    WS-V-CANT-ALM1 + WS-V-AF-QTY
                 MOVE WS-V-NEWCANT TO CANT
                 MOVE WS-V-NEWCANT-ALM TO CANT-ALM1
                 MOVE WS-DATETIME(1:8) TO LASTMOV
                 REWRITE INVENT-REG
                 MOVE 'ANULAFAC' TO WS-AUD-TTYPE
                 MOVE SPACES TO WS-AUD-BEFORE
                 MOVE SPACES TO WS-AUD-AFTER
                 STRING WS-BEF-CANT DELIMITED BY SIZE
                        ' / '       DELIMITED BY SIZE
                        WS-BEF-CANT-ALM1 DELIMITED BY SIZE
                 INTO WS-AUD-BEFORE
                 STRING 'ANULA FAC ' DELIMITED BY SIZE
                        WS-AF-NUM-ED DELIMITED BY SIZE
                        ' '    DELIMITED BY SIZE
                        CANT   DELIMITED BY SIZE
                        ' / '  DELIMITED BY SIZE
                        CANT-ALM1 DELIMITED BY SIZE
                 INTO WS-AUD-AFTER
                 PERFORM 0100-WRITE-AUDIT-REC
                 MOVE 'ANULA-FAC' TO WS-MOV-TIPO
                 MOVE WS-V-AF-QTY TO WS-MOV-CANT
                 MOVE '1' TO WS-MOV-ALM
                 MOVE WS-V-NEWCANT TO WS-MOV-SALDO
                 MOVE SPACES TO WS-MOV-REF
                 STRING 'ANULA FAC ' WS-AF-NUM-ED
                 DELIMITED BY SIZE INTO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
                 MOVE WS-V-AF-QTY TO WS-V-CAP-QTY
                 MOVE WS-AF-T-COSTO(WS-AF-IDX) TO WS-V-CAP-COSTO
                 IF WS-V-CAP-COSTO = 0 THEN
                    MOVE WS-V-AVGCOST TO WS-V-CAP-COSTO
                 END-IF
                 PERFORM 0100-ADD-COST-LAYER THRU 0100-ADD-LAYER-FIN
                 PERFORM 0100-RELEASE-SERIALS
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RELEASE-SERIALS : The serials of WS-CODART that left
      *    with the voided invoice are available again.
      *-----------------------------------------------------------------
       0100-RELEASE-SERIALS.
           OPEN I-O SERIALES
           IF WS-SER-STATUS = '00' OR WS-SER-STATUS = '05' THEN
              MOVE WS-CODART TO SER-CODART
              MOVE LOW-VALUES TO SER-SERIAL
              START SERIALES KEY IS NOT LESS THAN SER-CLAVE
                 INVALID KEY
                    CONTINUE
              END-START
              IF WS-SER-STATUS = '00' THEN
                 SET WS-END-FILE TO 0
                 PERFORM UNTIL WS-END-FILE = 1
                    READ SERIALES NEXT RECORD
                       AT END
                          SET WS-END-FILE TO 1
                       NOT AT END
                          IF SER-CODART NOT = WS-CODART THEN
                             SET WS-END-FILE TO 1
                          ELSE
                             IF SER-EST-VENDIDO
                             AND SER-FACNUM = WS-AF-NUM THEN
                                SET SER-EST-DISPONIBLE TO TRUE
                                MOVE 0 TO SER-FACNUM
                                REWRITE SER-REG
                                ADD 1 TO WS-AF-SERCNT
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           CLOSE SERIALES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RESTORE-LOTS : Gives back to each lot what the invoice
      *    took from it, as traced in FACLOTE.DAT, leaving an ANU-LOTE
      *    kardex record per lot (quantity zero: the ANULA-FAC
      *    movement already carries the stock effect).
      *-----------------------------------------------------------------
       0100-RESTORE-LOTS.
           MOVE 0 TO WS-AF-LOTCNT
           OPEN INPUT FACLOTE
           IF WS-FLT-STATUS NOT = '00' AND WS-FLT-STATUS NOT = '05'
              CLOSE FACLOTE
           ELSE
              OPEN I-O LOTES
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACLOTE
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FLT-FACNUM = WS-AF-NUM THEN
                          PERFORM 0100-RESTORE-ONE-LOT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOTES
              CLOSE FACLOTE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RESTORE-ONE-LOT : Adds FLT-CANT back to its lot.
      *-----------------------------------------------------------------
       0100-RESTORE-ONE-LOT.
           MOVE FLT-CODART TO LOT-CODART
           MOVE FLT-LOTE TO LOT-NUM
           READ LOTES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE LOT-CANT TO WS-V-LOT-CANT
                 ADD FLT-CANT TO WS-V-LOT-CANT
                 MOVE WS-V-LOT-CANT TO LOT-CANT
                 REWRITE LOT-REG
                 ADD 1 TO WS-AF-LOTCNT
                 MOVE FLT-CODART TO WS-CODART
                 MOVE 'ANU-LOTE' TO WS-MOV-TIPO
                 MOVE 0 TO WS-MOV-CANT
                 MOVE '1' TO WS-MOV-ALM
                 MOVE WS-V-LOT-CANT TO WS-MOV-SALDO
                 MOVE SPACES TO WS-MOV-REF
                 STRING 'FAC ' WS-AF-NUM-ED ' ' FLT-LOTE(1:9)
                 DELIMITED BY SIZE INTO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOWER-CLI-SALDO : Takes the voided total off the
      *    customer's balance.
      *-----------------------------------------------------------------
       0100-LOWER-CLI-SALDO.
           OPEN I-O CLIENTES
           MOVE WS-AF-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SUBTRACT WS-V-AF-TOTAL FROM CLI-SALDO
                 REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DROP-CXC-ITEM : Removes the invoice's open item from
      *    CARTERA.DAT; nothing was ever applied against it.
      *-----------------------------------------------------------------
       0100-DROP-CXC-ITEM.
           OPEN I-O CARTERA
           MOVE WS-AF-CLIENTE TO CXC-CLIENTE
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE WS-AF-NUM TO CXC-NUM
           READ CARTERA
              KEY IS CXC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE CARTERA RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
           END-READ
           CLOSE CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MARK-ANULADA : Stamps the void mark and the reason on
      *    the invoice header; the lines stay as they were printed.
      *-----------------------------------------------------------------
       0100-MARK-ANULADA.
           OPEN I-O FACTURAS
           MOVE WS-AF-NUM TO FAC-NUM
           MOVE 0 TO FAC-LIN
           READ FACTURAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET FAC-ANULADA TO TRUE
                 MOVE WS-AF-RAZON TO FAC-DESCART
                 REWRITE FAC-REG
           END-READ
           CLOSE FACTURAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CONSECUTIVOS : Checks the numbering of the year of each
      *    series against its next number in PARAMS.DAT.
      *-----------------------------------------------------------------
       0100-CONSECUTIVOS.
           PERFORM 0100-LOAD-PARAMS
           OPEN OUTPUT CONPRN
           MOVE SPACES TO CONPRN-RECORD
           STRING 'REPORTE DE CONSECUTIVOS  ' WS-AF-HOY
           DELIMITED BY SIZE INTO CONPRN-RECORD
           WRITE CONPRN-RECORD
           MOVE WS-HYPHNS TO CONPRN-RECORD
           WRITE CONPRN-RECORD
           DISPLAY WS-LB-CSSUM LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           MOVE 'FACTURAS' TO WS-CS-SERIE
           MOVE WS-PAR-NEXTFAC TO WS-CS-NEXT
           PERFORM 0100-CS-BEGIN
           PERFORM 0100-CS-READ-FAC
           PERFORM 0100-CS-END
           MOVE 'NOTAS CR' TO WS-CS-SERIE
           MOVE WS-PAR-NEXTNCR TO WS-CS-NEXT
           PERFORM 0100-CS-BEGIN
           PERFORM 0100-CS-READ-NCR
           PERFORM 0100-CS-END
           MOVE 'REMISION' TO WS-CS-SERIE
           MOVE WS-PAR-NEXTREM TO WS-CS-NEXT
           PERFORM 0100-CS-BEGIN
           PERFORM 0100-CS-READ-REM
           PERFORM 0100-CS-END
           MOVE 'COTIZA' TO WS-CS-SERIE
           MOVE WS-PAR-NEXTCOT TO WS-CS-NEXT
           PERFORM 0100-CS-BEGIN
           PERFORM 0100-CS-READ-COT
           PERFORM 0100-CS-END
           CLOSE CONPRN
           DISPLAY WS-MSG-AFCS LINE 22 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CS-BEGIN : Range of the series for the current year:
      *    from the year prefix the closing run restarts it at, up to
      *    the last number handed out.
      *-----------------------------------------------------------------
       0100-CS-BEGIN.
           DIVIDE WS-CS-NEXT BY 10000 GIVING WS-CS-PFX
           COMPUTE WS-CS-INI = (WS-CS-PFX * 10000) + 1
           IF WS-CS-NEXT > WS-CS-INI THEN
              COMPUTE WS-CS-FIN = WS-CS-NEXT - 1
           ELSE
              MOVE 0 TO WS-CS-FIN
           END-IF
           MOVE WS-CS-INI TO WS-CS-ESPERA
           MOVE 0 TO WS-CS-EMITIDOS
           MOVE 0 TO WS-CS-ANULADOS
           MOVE 0 TO WS-CS-FALTAN
           MOVE 0 TO WS-CS-FUERA
           MOVE WS-CS-INI TO WS-CS-ED1
           MOVE WS-CS-FIN TO WS-CS-ED2
           MOVE SPACES TO CONPRN-RECORD
           WRITE CONPRN-RECORD
           MOVE SPACES TO CONPRN-RECORD
           STRING 'SERIE ' WS-CS-SERIE '  DEL ' WS-CS-ED1
                  ' AL ' WS-CS-ED2
           DELIMITED BY SIZE INTO CONPRN-RECORD
           WRITE CONPRN-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CS-READ-FAC : Invoice headers in number order; a voided
      *    one is still a used number and is listed with its reason.
      *-----------------------------------------------------------------
       0100-CS-READ-FAC.
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '00' OR WS-FAC-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-LIN = 0 THEN
                          MOVE FAC-NUM TO WS-CS-NUM
                          MOVE FAC-FECHA TO WS-CS-FECHA
                          SET WS-CS-ANU TO 0
                          IF FAC-ANULADA THEN
                             SET WS-CS-ANU TO 1
                             MOVE FAC-DESCART TO WS-CS-RAZON
                          END-IF
                          PERFORM 0100-CS-CHECK
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACTURAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CS-READ-NCR : Credit note headers in number order.
      *-----------------------------------------------------------------
       0100-CS-READ-NCR.
           OPEN INPUT NOTASCR
           IF WS-NCR-STATUS = '00' OR WS-NCR-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ NOTASCR NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF NCR-LIN = 0 THEN
                          MOVE NCR-NUM TO WS-CS-NUM
                          SET WS-CS-ANU TO 0
                          PERFORM 0100-CS-CHECK
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTASCR
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CS-READ-REM : Delivery note headers in number order.
      *-----------------------------------------------------------------
       0100-CS-READ-REM.
           OPEN INPUT REMISION
           IF WS-REM-STATUS = '00' OR WS-REM-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ REMISION NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF REM-LIN = 0 THEN
                          MOVE REM-NUM TO WS-CS-NUM
                          SET WS-CS-ANU TO 0
                          PERFORM 0100-CS-CHECK
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE REMISION
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CS-READ-COT : Quotation headers in number order.
      *-----------------------------------------------------------------
       0100-CS-READ-COT.
           OPEN INPUT COTIZA
           IF WS-COT-STATUS = '00' OR WS-COT-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ COTIZA NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF COT-LIN = 0 THEN
                          MOVE COT-NUM TO WS-CS-NUM
                          SET WS-CS-ANU TO 0
                          PERFORM 0100-CS-CHECK
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COTIZA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CS-CHECK : One document number WS-CS-NUM of the series,
      *    met in ascending order. Numbers of earlier years are left
      *    out; a jump over the expected number is a gap and a number
      *    past the last one handed out is out of range.
      *-----------------------------------------------------------------
       0100-CS-CHECK.
           IF WS-CS-NUM < WS-CS-INI THEN
              GO TO 0100-CS-CHECK-FIN
           END-IF
           IF WS-CS-NUM > WS-CS-FIN THEN
              ADD 1 TO WS-CS-FUERA
              MOVE WS-CS-NUM TO WS-CS-ED1
              MOVE SPACES TO CONPRN-RECORD
              STRING '  FUERA DE RANGO  ' WS-CS-ED1
              DELIMITED BY SIZE INTO CONPRN-RECORD
              WRITE CONPRN-RECORD
              GO TO 0100-CS-CHECK-FIN
           END-IF
           IF WS-CS-NUM > WS-CS-ESPERA THEN
              MOVE WS-CS-ESPERA TO WS-CS-ED1
              COMPUTE WS-CS-ED2 = WS-CS-NUM - 1
              COMPUTE WS-CS-FALTAN =
                 WS-CS-FALTAN + WS-CS-NUM - WS-CS-ESPERA
              MOVE SPACES TO CONPRN-RECORD
              STRING '  FALTAN DEL ' WS-CS-ED1 ' AL ' WS-CS-ED2
              DELIMITED BY SIZE INTO CONPRN-RECORD
              WRITE CONPRN-RECORD
           END-IF
           ADD 1 TO WS-CS-EMITIDOS
           IF WS-CS-ANU = 1 THEN
              ADD 1 TO WS-CS-ANULADOS
              MOVE WS-CS-NUM TO WS-CS-ED1
              MOVE SPACES TO CONPRN-RECORD
              STRING '  ANULADA   ' WS-CS-ED1 ' ' WS-CS-FECHA ' '
                     WS-CS-RAZON
              DELIMITED BY SIZE INTO CONPRN-RECORD
              WRITE CONPRN-RECORD
           END-IF
           COMPUTE WS-CS-ESPERA = WS-CS-NUM + 1.
       0100-CS-CHECK-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CS-END : Trailing gap up to the last number handed out
      *    and the summary of the series, printed and on screen.
      *-----------------------------------------------------------------
       0100-CS-END.
           IF WS-CS-FIN > 0
           AND WS-CS-ESPERA NOT > WS-CS-FIN THEN
              MOVE WS-CS-ESPERA TO WS-CS-ED1
              MOVE WS-CS-FIN TO WS-CS-ED2
              COMPUTE WS-CS-FALTAN =
                 WS-CS-FALTAN + WS-CS-FIN - WS-CS-ESPERA + 1
              MOVE SPACES TO CONPRN-RECORD
              STRING '  FALTAN DEL ' WS-CS-ED1 ' AL ' WS-CS-ED2
              DELIMITED BY SIZE INTO CONPRN-RECORD
              WRITE CONPRN-RECORD
           END-IF
           MOVE WS-CS-EMITIDOS TO WS-CS-ED1
           MOVE WS-CS-ANULADOS TO WS-CS-ED2
           MOVE WS-CS-FALTAN TO WS-CS-ED3
           MOVE WS-CS-FUERA TO WS-CS-ED4
           MOVE SPACES TO CONPRN-RECORD
           STRING '  EMITIDOS ' WS-CS-ED1 '  ANULADOS ' WS-CS-ED2
                  '  FALTANTES ' WS-CS-ED3 '  FUERA RANGO ' WS-CS-ED4
           DELIMITED BY SIZE INTO CONPRN-RECORD
           WRITE CONPRN-RECORD
           DISPLAY WS-CS-SERIE LINE WS-ROWCTRL COL 01
           DISPLAY WS-CS-ED1 LINE WS-ROWCTRL COL 13
           DISPLAY WS-CS-ED2 LINE WS-ROWCTRL COL 23
           DISPLAY WS-CS-ED3 LINE WS-ROWCTRL COL 34
           DISPLAY WS-CS-ED4 LINE WS-ROWCTRL COL 47
           ADD 1 TO WS-ROWCTRL
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
       copy "PERCHK.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "ERSCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM ANULA01.
