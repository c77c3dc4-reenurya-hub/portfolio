      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      The consolidated invoice opened *
      *                                in CARTERA.DAT carries its due  *
      *                                date from the customer's payment*
      *                                terms.                          *
      * 15-oct-2026    R. Urquijo      File layout moved to            *
      *                                REMSEL/REMFD copybooks.         *
      * 15-oct-2026    R. Urquijo      Consolidated invoice number     *
      *                                checked against the numbering   *
      *                                resolution.                     *
      * 15-oct-2026    R. Urquijo      Status 02 on the invoice write  *
      *                                is a good write.                *
      * 15-oct-2026    R. Urquijo      Notes and consolidation         *
      *                                journaled; recovery at start.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMIS01.
       copy "FACSEL.cpy".
       copy "CLISEL.cpy".
       copy "CXCSEL.cpy".
       copy "REMSEL.cpy".
       copy "RESSEL.cpy".
       copy "BITSEL.cpy".
      *
           SELECT REMPRN ASSIGN TO "REMISION.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       copy "CXCFD.cpy".
      *
       copy "REMFD.cpy".
      *
       copy "RESFD.cpy".
      *
       copy "BITFD.cpy".
      *
       FD REMPRN.
       01 REMPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
       copy "BITWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-LOAD-PARAMS
           MOVE 'REMIS01' TO WS-BIT-PROGRAMA
           PERFORM 0100-BIT-RECUPERA THRU 0100-BIT-RECUPERA-FIN
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              PERFORM 0100-DISP-HEADS
              GO TO 0100-POST-NOTE-FIN
           END-IF
           MOVE WS-DATETIME(1:8) TO WS-REM-FECHA
           PERFORM 0100-REM-BIT-ABRE THRU 0100-REM-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              DISPLAY WS-MSG-BTNO LINE 24 COL 01
              GO TO 0100-POST-NOTE-FIN
           END-IF
           OPEN I-O REMISION
           MOVE SPACES TO REM-REG
           MOVE WS-REM-NUM TO REM-NUM
              INVALID KEY
                 DISPLAY WS-MSG-RMER LINE 24 COL 01
                 CLOSE REMISION
                 SET WS-BIT-EST-REVERTIDO TO TRUE
                 PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
                 GO TO 0100-POST-NOTE-FIN
           END-WRITE
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
              END-WRITE
           END-PERFORM
           CLOSE REMISION
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-LCNT
              PERFORM 0100-POST-LINE-STOCK
           END-PERFORM
           COMPUTE WS-PAR-NEXTREM = WS-REM-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           PERFORM 0100-REM-BIT-PAR
           SET WS-BIT-EST-COMPLETO TO TRUE
           PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
           PERFORM 0100-PRINT-NOTE
           DISPLAY WS-MSG-RMOK LINE 24 COL 01.
       0100-POST-NOTE-FIN.
                 ELSE
                    MOVE CANT TO WS-BEF-CANT
                    MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                    MOVE 20 TO WS-BIT-PASO
                    MOVE WS-REM-IDX TO WS-BIT-LINEA
                    SET WS-BIT-EST-INI TO TRUE
                    MOVE WS-V-CANT TO WS-V-BIT-ANTES
                    PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                    COMPUTE WS-V-NEWCANT =
                       WS-V-CANT - WS-V-REM-QTY
                    MOVE WS-V-NEWCANT TO CANT
                 END-IF
           END-READ
           CLOSE INVENTARIO
           MOVE 20 TO WS-BIT-PASO
           MOVE WS-REM-IDX TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
           IF WS-FAC-NUM = 0 THEN
              MOVE 1 TO WS-FAC-NUM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-FAC-NUM TO WS-RES-NUM
           MOVE WS-DATETIME(1:8) TO WS-RES-HOY
           PERFORM 0100-CHECK-RESOLUCION
           IF WS-RES-OK = 0 THEN
              DISPLAY WS-MSG-RESNO LINE 24 COL 01
              GO TO 0100-CONSOLIDATE-FIN
           END-IF
           PERFORM 0100-CON-BIT-ABRE THRU 0100-CON-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              DISPLAY WS-MSG-BTNO LINE 24 COL 01
              GO TO 0100-CONSOLIDATE-FIN
           END-IF
           PERFORM 0100-POST-INVOICE
           IF WS-FAC-WRT-OK = 0 THEN
              SET WS-BIT-EST-REVERTIDO TO TRUE
              PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
              DISPLAY WS-MSG-RMER LINE 24 COL 01
              GO TO 0100-CONSOLIDATE-FIN
           END-IF
           PERFORM 0100-POST-CXC-ITEM
           COMPUTE WS-PAR-NEXTFAC = WS-FAC-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           PERFORM 0100-REM-BIT-PAR
           PERFORM 0100-MARK-NOTES
           SET WS-BIT-EST-COMPLETO TO TRUE
           PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
           MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
           DISPLAY WS-MSG-RMCV LINE 22 COL 01
           DISPLAY WS-FAC-NUM-ED LINE 22 COL 45.
                 SET WS-FAC-WRT-OK TO 0
           END-WRITE
           IF WS-FAC-WRT-OK = 1
           AND WS-FAC-STATUS NOT = '00'
           AND WS-FAC-STATUS NOT = '02' THEN
              SET WS-FAC-WRT-OK TO 0
           END-IF
           IF WS-FAC-WRT-OK = 1 THEN
              END-PERFORM
           END-IF
           CLOSE FACTURAS
           IF WS-FAC-WRT-OK = 1 THEN
              MOVE 10 TO WS-BIT-PASO
              MOVE 0 TO WS-BIT-LINEA
              SET WS-BIT-EST-HECHO TO TRUE
              PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    customer's balance.
      *-----------------------------------------------------------------
       0100-POST-CLI-SALDO.
           MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           OPEN I-O CLIENTES
           MOVE WS-REM-CLIENTE TO CLI-ID
           READ CLIENTES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 30 TO WS-BIT-PASO
                 MOVE 0 TO WS-BIT-LINEA
                 SET WS-BIT-EST-INI TO TRUE
                 MOVE CLI-SALDO TO WS-V-BIT-ANTES
                 PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                 ADD WS-V-REM-TOTAL TO CLI-SALDO
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
      *    0100-POST-CXC-ITEM : Opens the consolidated invoice as an
      *    open item in CARTERA.DAT, due as the customer's terms say.
      *-----------------------------------------------------------------
       0100-POST-CXC-ITEM.
           OPEN I-O CARTERA
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE WS-FAC-NUM TO CXC-NUM
           MOVE WS-DATETIME(1:8) TO CXC-FECHA
           MOVE WS-DATETIME(1:8) TO WS-VEN-FECHA
           PERFORM 0100-CALC-VENCE
           MOVE WS-VEN-FVENCE TO CXC-FVENCE
           MOVE WS-V-REM-TOTAL TO CXC-VALOR
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
           OPEN I-O REMISION
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-LCNT
              PERFORM 0100-MARK-NOTE-LINE
           END-PERFORM
           CLOSE REMISION
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MARK-NOTE-LINE : Marks consolidated line WS-REM-IDX
      *    and its note header facturada. REMISION open I-O.
      *-----------------------------------------------------------------
       0100-MARK-NOTE-LINE.
           MOVE WS-REM-T-REMNUM(WS-REM-IDX) TO REM-NUM
           PERFORM VARYING WS-CONS-LCNT FROM 1 BY 1
                   UNTIL WS-CONS-LCNT > 50
              MOVE WS-REM-T-REMNUM(WS-REM-IDX) TO REM-NUM
              MOVE WS-CONS-LCNT TO REM-LIN
              READ REMISION
                 INVALID KEY
                    MOVE 51 TO WS-CONS-LCNT
                 NOT INVALID KEY
                    IF REM-EST-ABIERTA
                    AND REM-CODART =
                        WS-REM-T-CODART(WS-REM-IDX)
                    AND REM-CANT = WS-REM-T-CANT(WS-REM-IDX)
                       SET REM-EST-FACTURADA TO TRUE
                       MOVE WS-FAC-NUM TO REM-FACREF
                       REWRITE REM-REG
                       MOVE 51 TO WS-CONS-LCNT
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-REM-T-REMNUM(WS-REM-IDX) TO REM-NUM
           MOVE 0 TO REM-LIN
           READ REMISION
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET REM-EST-FACTURADA TO TRUE
                 MOVE WS-FAC-NUM TO REM-FACREF
                 REWRITE REM-REG
           END-READ
           MOVE 60 TO WS-BIT-PASO
           MOVE WS-REM-IDX TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REM-BIT-ABRE : Journals the delivery note about to be
      *    posted: the note, the stock of every line and the next
      *    number.
      *-----------------------------------------------------------------
       0100-REM-BIT-ABRE.
           MOVE 'REM' TO WS-BIT-SERIE
           MOVE WS-REM-NUM TO WS-BIT-NUM
           MOVE 'REMIS01' TO WS-BIT-PROGRAMA
           MOVE WS-REM-CLIENTE TO WS-BIT-CLIENTE
           MOVE WS-V-REM-TOTAL TO WS-V-BIT-TOTAL
           PERFORM 0100-BIT-ABRE THRU 0100-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              GO TO 0100-REM-BIT-ABRE-FIN
           END-IF
           INITIALIZE WS-BIT-DET
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-REM-TOTAL TO WS-V-BIT-VALOR
           PERFORM 0100-BIT-PASO
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-LCNT
              INITIALIZE WS-BIT-DET
              MOVE 20 TO WS-BIT-PASO
              MOVE WS-REM-IDX TO WS-BIT-LINEA
              MOVE WS-REM-T-CODART(WS-REM-IDX) TO WS-BIT-CODART
              MOVE WS-REM-T-CANT(WS-REM-IDX) TO WS-V-BIT-CANT
              MOVE WS-REM-T-TOTAL(WS-REM-IDX) TO WS-V-BIT-VALOR
              PERFORM 0100-BIT-PASO
           END-PERFORM
           INITIALIZE WS-BIT-DET
           MOVE 50 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-REM-NUM TO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           PERFORM 0100-BIT-LISTA.
       0100-REM-BIT-ABRE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CON-BIT-ABRE : Journals the consolidated invoice about
      *    to be posted: the invoice, the customer balance, the open
      *    item, the next number and the note line behind every
      *    invoice line, to be marked facturada.
      *-----------------------------------------------------------------
       0100-CON-BIT-ABRE.
           MOVE 'FAC' TO WS-BIT-SERIE
           MOVE WS-FAC-NUM TO WS-BIT-NUM
           MOVE 'REMIS01' TO WS-BIT-PROGRAMA
           MOVE WS-REM-CLIENTE TO WS-BIT-CLIENTE
           MOVE WS-V-REM-TOTAL TO WS-V-BIT-TOTAL
           PERFORM 0100-BIT-ABRE THRU 0100-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              GO TO 0100-CON-BIT-ABRE-FIN
           END-IF
           INITIALIZE WS-BIT-DET
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-REM-TOTAL TO WS-V-BIT-VALOR
           PERFORM 0100-BIT-PASO
           MOVE 30 TO WS-BIT-PASO
           PERFORM 0100-BIT-PASO
           MOVE 40 TO WS-BIT-PASO
           PERFORM 0100-BIT-PASO
           INITIALIZE WS-BIT-DET
           MOVE 50 TO WS-BIT-PASO
           MOVE WS-FAC-NUM TO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           PERFORM VARYING WS-REM-IDX FROM 1 BY 1
                   UNTIL WS-REM-IDX > WS-REM-LCNT
              INITIALIZE WS-BIT-DET
              MOVE 60 TO WS-BIT-PASO
              MOVE WS-REM-IDX TO WS-BIT-LINEA
              MOVE WS-REM-T-CODART(WS-REM-IDX) TO WS-BIT-CODART
              MOVE WS-REM-T-CANT(WS-REM-IDX) TO WS-V-BIT-CANT
              MOVE WS-REM-T-TOTAL(WS-REM-IDX) TO WS-V-BIT-VALOR
              MOVE WS-REM-T-REMNUM(WS-REM-IDX) TO WS-BIT-REF
              PERFORM 0100-BIT-PASO
           END-PERFORM
           PERFORM 0100-BIT-LISTA.
       0100-CON-BIT-ABRE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REM-BIT-PAR : The next number of the posting is saved.
      *-----------------------------------------------------------------
       0100-REM-BIT-PAR.
           MOVE 50 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-DESHACE : Rolls back a delivery note or a
      *    consolidated invoice cut short before it was written whole.
      *-----------------------------------------------------------------
       0100-BIT-DESHACE.
           IF WS-BIT-SERIE = 'REM' THEN
              PERFORM 0100-REM-BIT-BORRA THRU 0100-REM-BIT-BORRA-FIN
           ELSE
              PERFORM 0100-BIT-BORRA-FAC THRU 0100-BIT-BORRA-FAC-FIN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REM-BIT-BORRA : Deletes from REMISION.DAT what a posting
      *    cut short wrote of note WS-BIT-NUM, provided its header is
      *    the journal's own customer's.
      *-----------------------------------------------------------------
       0100-REM-BIT-BORRA.
           OPEN I-O REMISION
           IF WS-REM-STATUS NOT = '00' THEN
              CLOSE REMISION
              GO TO 0100-REM-BIT-BORRA-FIN
           END-IF
           MOVE WS-BIT-NUM TO REM-NUM
           MOVE 0 TO REM-LIN
           MOVE 0 TO WS-BIT-YA
           READ REMISION
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF REM-CLIENTE = WS-BIT-CLIENTE THEN
                    MOVE 1 TO WS-BIT-YA
                 END-IF
           END-READ
           IF WS-BIT-YA = 1 THEN
              PERFORM VARYING WS-BIT-LINEA FROM 0 BY 1
                      UNTIL WS-BIT-LINEA > 50
                 MOVE WS-BIT-NUM TO REM-NUM
                 MOVE WS-BIT-LINEA TO REM-LIN
                 DELETE REMISION
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-PERFORM
           END-IF
           CLOSE REMISION.
       0100-REM-BIT-BORRA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-REHACE : Redoes the journaled step in WS-BIT-DET of
      *    a note or consolidated invoice cut short after it was
      *    written, through the same paragraphs that post a new one.
      *-----------------------------------------------------------------
       0100-BIT-REHACE.
           MOVE WS-BIT-CLIENTE TO WS-REM-CLIENTE
           MOVE WS-V-BIT-TOTAL TO WS-V-REM-TOTAL
           MOVE WS-BIT-FECHA TO WS-DATETIME(1:8)
           IF WS-BIT-SERIE = 'REM' THEN
              MOVE WS-BIT-NUM TO WS-REM-NUM
              MOVE WS-BIT-FECHA TO WS-REM-FECHA
           ELSE
              MOVE WS-BIT-NUM TO WS-FAC-NUM
           END-IF
           EVALUATE WS-BIT-PASO
              WHEN 20
                 MOVE WS-BIT-LINEA TO WS-REM-IDX
                 MOVE WS-BIT-CODART TO WS-REM-T-CODART(WS-REM-IDX)
                 MOVE WS-V-BIT-CANT TO WS-REM-T-CANT(WS-REM-IDX)
                 PERFORM 0100-POST-LINE-STOCK
              WHEN 30
                 PERFORM 0100-POST-CLI-SALDO
              WHEN 40
                 PERFORM 0100-REM-BIT-PLAZO
                 PERFORM 0100-POST-CXC-ITEM
              WHEN 50
                 PERFORM 0100-REM-BIT-NUMERO
              WHEN 60
                 MOVE WS-BIT-LINEA TO WS-REM-IDX
                 MOVE WS-BIT-CODART TO WS-REM-T-CODART(WS-REM-IDX)
                 MOVE WS-V-BIT-CANT TO WS-REM-T-CANT(WS-REM-IDX)
                 MOVE WS-BIT-REF(1:6) TO WS-REM-T-REMNUM(WS-REM-IDX)
                 OPEN I-O REMISION
                 PERFORM 0100-MARK-NOTE-LINE
                 CLOSE REMISION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REM-BIT-PLAZO : The customer's payment terms, for the
      *    due date of an open item redone on its own.
      *-----------------------------------------------------------------
       0100-REM-BIT-PLAZO.
           MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           OPEN INPUT CLIENTES
           MOVE WS-REM-CLIENTE TO CLI-ID
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
      *    0100-REM-BIT-NUMERO : Advances the note or invoice series
      *    past the recovered document, never back over documents
      *    posted since.
      *-----------------------------------------------------------------
       0100-REM-BIT-NUMERO.
           PERFORM 0100-LOAD-PARAMS
           IF WS-BIT-SERIE = 'REM' THEN
              IF WS-PAR-NEXTREM NOT > WS-REM-NUM THEN
                 COMPUTE WS-PAR-NEXTREM = WS-REM-NUM + 1
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
