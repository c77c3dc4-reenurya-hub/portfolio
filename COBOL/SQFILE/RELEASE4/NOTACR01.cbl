      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      A voided invoice cannot take a  *
      *                                credit note.                    *
      * 15-oct-2026    R. Urquijo      Quantities refused at delivery  *
      *                                are not returned to stock twice.*
      * 15-oct-2026    R. Urquijo      Credit note posting journaled;  *
      *                                recovery at start.              *
      * 15-oct-2026    R. Urquijo      In the training data set the    *
      *                                printed form is framed by the   *
      *                                ENTRENAMIENTO - SIN VALIDEZ     *
      *                                line.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTACR01.
       copy "CXCSEL.cpy".
      *
       copy "NCRSEL.cpy".
      *
       copy "ERSSEL.cpy".
      *
       copy "BITSEL.cpy".
      *
           SELECT NCRPRN ASSIGN TO "NOTACRED.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
       copy "CXCFD.cpy".
      *
       copy "NCRFD.cpy".
      *
       copy "ERSFD.cpy".
      *
       copy "BITFD.cpy".
      *
       FD NCRPRN.
       01 NCRPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
       copy "BITWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
           77 WS-NC-CLIENTE      PIC X(10).
           77 WS-NC-FOUND        PIC 9 VALUE 0.
           77 WS-NC-DUP          PIC 9 VALUE 0.
           77 WS-NC-ANULADA      PIC 9 VALUE 0.
           77 WS-NC-LCNT         PIC 9(03) VALUE 0.
           77 WS-NC-IDX          PIC 9(03) VALUE 0.
           77 WS-V-NC-TOTAL      PIC 9(7)V99 VALUE 0.
       ' ya existe. NADA fue grabado. Revise PARAM01.          '.
           77 WS-MSG-NCDP PIC X(80) VALUE ' Esa factura YA tiene una'-
       ' nota credito emitida. No se reversa dos veces.        '.
           77 WS-MSG-NCAN PIC X(80) VALUE ' La factura esta anulada;'-
       ' no admite nota credito.                               '.
           77 WS-LB-NCNUM  PIC X(17) VALUE 'Nota Credito No.:'.
           77 WS-LB-NCREF  PIC X(17) VALUE 'Reversa factura :'.
      *
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-GET-CURR-DATE
           PERFORM 0100-LOAD-EMPRESA
           PERFORM 0100-LOAD-PARAMS
           MOVE 'NOTACR01' TO WS-BIT-PROGRAMA
           PERFORM 0100-BIT-RECUPERA THRU 0100-BIT-RECUPERA-FIN
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              PERFORM 0100-DISP-HEADS
           ACCEPT WS-NC-FACREF LINE 06 COL 40
           PERFORM 0100-LOAD-INVOICE
           IF WS-NC-FOUND = 0 THEN
              IF WS-NC-ANULADA = 1 THEN
                 DISPLAY WS-MSG-NCAN LINE 24 COL 01
              ELSE
                 DISPLAY WS-MSG-NCNX LINE 24 COL 01
              END-IF
           ELSE
              MOVE WS-V-NC-TOTAL TO WS-NC-TOTAL-ED
              DISPLAY WS-LB-NCREF LINE 07 COL 01
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-INVOICE : Loads the header and the lines of the
      *    referenced invoice into the working table. A voided invoice
      *    has nothing left to reverse and is refused.
      *-----------------------------------------------------------------
       0100-LOAD-INVOICE.
           SET WS-NC-FOUND TO 0
           SET WS-NC-ANULADA TO 0
           MOVE 0 TO WS-NC-LCNT
           MOVE 0 TO WS-V-NC-TOTAL
           OPEN INPUT FACTURAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF FAC-ANULADA THEN
                       SET WS-NC-ANULADA TO 1
                    ELSE
                       SET WS-NC-FOUND TO 1
                       MOVE FAC-CLIENTE TO WS-NC-CLIENTE
                    END-IF
              END-READ
              IF WS-NC-FOUND = 1 THEN
                 PERFORM VARYING WS-NC-IDX FROM 1 BY 1
              MOVE 1 TO WS-NC-NUM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           PERFORM 0100-NC-BIT-ABRE THRU 0100-NC-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              DISPLAY WS-MSG-BTNO LINE 24 COL 01
              GO TO 0100-POST-NOTE-FIN
           END-IF
           OPEN I-O NOTASCR
           MOVE SPACES TO NCR-REG
           MOVE WS-NC-NUM TO NCR-NUM
              INVALID KEY
                 DISPLAY WS-MSG-NCER LINE 24 COL 01
                 CLOSE NOTASCR
                 SET WS-BIT-EST-REVERTIDO TO TRUE
                 PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
                 GO TO 0100-POST-NOTE-FIN
           END-WRITE
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
              END-WRITE
           END-PERFORM
           CLOSE NOTASCR
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                   UNTIL WS-NC-IDX > WS-NC-LCNT
              MOVE 'F' TO WS-ERS-TIPO
              MOVE WS-NC-FACREF TO WS-ERS-NUM
              MOVE WS-NC-IDX TO WS-ERS-LIN
              PERFORM 0100-ERS-RECHAZO
              MOVE WS-NC-T-CANT(WS-NC-IDX) TO WS-V-NC-QTY
              IF WS-V-ERS-RECH < WS-V-NC-QTY THEN
                 PERFORM 0100-RETURN-LINE-STOCK
              END-IF
           END-PERFORM
           PERFORM 0100-LOWER-CLI-SALDO
           PERFORM 0100-COVER-CXC-ITEM
           COMPUTE WS-PAR-NEXTNCR = WS-NC-NUM + 1
           PERFORM 0100-SAVE-PARAMS
           MOVE 50 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           SET WS-BIT-EST-COMPLETO TO TRUE
           PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
           PERFORM 0100-PRINT-NOTE
           DISPLAY WS-MSG-NCOK LINE 24 COL 01.
       0100-POST-NOTE-FIN.
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 MOVE WS-NC-T-CANT(WS-NC-IDX) TO WS-V-NC-QTY
                 SUBTRACT WS-V-ERS-RECH FROM WS-V-NC-QTY
                 COMPUTE WS-V-NEWCANT = WS-V-CANT + WS-V-NC-QTY
                 COMPUTE WS-V-NEWCANT-ALM =
                    WS-V-CANT-ALM1 + WS-V-NC-QTY
                 MOVE WS-V-NEWCANT TO CANT
                 MOVE WS-V-NEWCANT-ALM TO CANT-ALM1
                 MOVE WS-DATETIME(1:8) TO LASTMOV
                 MOVE 20 TO WS-BIT-PASO
                 MOVE WS-NC-IDX TO WS-BIT-LINEA
                 SET WS-BIT-EST-INI TO TRUE
                 MOVE WS-V-CANT TO WS-V-BIT-ANTES
                 PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                 REWRITE INVENT-REG
                 MOVE WS-NC-NUM TO WS-NC-NUM-ED
                 MOVE 'NOTACRED' TO WS-AUD-TTYPE
                 PERFORM 0100-WRITE-MOV-REC
           END-READ
           CLOSE INVENTARIO
           MOVE 20 TO WS-BIT-PASO
           MOVE WS-NC-IDX TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 30 TO WS-BIT-PASO
                 MOVE 0 TO WS-BIT-LINEA
                 SET WS-BIT-EST-INI TO TRUE
                 MOVE CLI-SALDO TO WS-V-BIT-ANTES
                 PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                 SUBTRACT WS-V-NC-TOTAL FROM CLI-SALDO
                 REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           MOVE 30 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
                    IF WS-V-NC-APL > WS-V-NC-REST THEN
                       MOVE WS-V-NC-REST TO WS-V-NC-APL
                    END-IF
                    MOVE 40 TO WS-BIT-PASO
                    MOVE 0 TO WS-BIT-LINEA
                    SET WS-BIT-EST-INI TO TRUE
                    MOVE CXC-ABONADO TO WS-V-BIT-ANTES
                    PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                    ADD WS-V-NC-APL TO CXC-ABONADO
                    IF CXC-ABONADO NOT < CXC-VALOR THEN
                       SET CXC-EST-SALDADA TO TRUE
                 END-IF
           END-READ
           CLOSE CARTERA
           MOVE 40 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-NC-BIT-ABRE : Journals the credit note about to be
      *    posted: the note, the stock returned by every line (less
      *    what was refused at the door), the customer balance, the
      *    application to the invoice's open item and the next number.
      *-----------------------------------------------------------------
       0100-NC-BIT-ABRE.
           MOVE 'NCR' TO WS-BIT-SERIE
           MOVE WS-NC-NUM TO WS-BIT-NUM
           MOVE 'NOTACR01' TO WS-BIT-PROGRAMA
           MOVE WS-NC-CLIENTE TO WS-BIT-CLIENTE
           MOVE WS-V-NC-TOTAL TO WS-V-BIT-TOTAL
           PERFORM 0100-BIT-ABRE THRU 0100-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              GO TO 0100-NC-BIT-ABRE-FIN
           END-IF
           INITIALIZE WS-BIT-DET
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-NC-TOTAL TO WS-V-BIT-VALOR
           MOVE WS-NC-FACREF TO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
                   UNTIL WS-NC-IDX > WS-NC-LCNT
              MOVE 'F' TO WS-ERS-TIPO
              MOVE WS-NC-FACREF TO WS-ERS-NUM
              MOVE WS-NC-IDX TO WS-ERS-LIN
              PERFORM 0100-ERS-RECHAZO
              MOVE WS-NC-T-CANT(WS-NC-IDX) TO WS-V-NC-QTY
              IF WS-V-ERS-RECH < WS-V-NC-QTY THEN
                 INITIALIZE WS-BIT-DET
                 MOVE 20 TO WS-BIT-PASO
                 MOVE WS-NC-IDX TO WS-BIT-LINEA
                 MOVE WS-NC-T-CODART(WS-NC-IDX) TO WS-BIT-CODART
                 SUBTRACT WS-V-ERS-RECH FROM WS-V-NC-QTY
                 MOVE WS-V-NC-QTY TO WS-V-BIT-CANT
                 MOVE WS-NC-T-TOTAL(WS-NC-IDX) TO WS-V-BIT-VALOR
                 PERFORM 0100-BIT-PASO
              END-IF
           END-PERFORM
           INITIALIZE WS-BIT-DET
           MOVE 30 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-NC-TOTAL TO WS-V-BIT-VALOR
           MOVE WS-NC-FACREF TO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           MOVE 40 TO WS-BIT-PASO
           PERFORM 0100-BIT-PASO
           INITIALIZE WS-BIT-DET
           MOVE 50 TO WS-BIT-PASO
           MOVE WS-NC-NUM TO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           PERFORM 0100-BIT-LISTA.
       0100-NC-BIT-ABRE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-DESHACE : Rolls back a credit note cut short
      *    before it was written whole.
      *-----------------------------------------------------------------
       0100-BIT-DESHACE.
           PERFORM 0100-NC-BIT-BORRA THRU 0100-NC-BIT-BORRA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-NC-BIT-BORRA : Deletes from NOTASCR.DAT what a posting
      *    cut short wrote of credit note WS-BIT-NUM, provided its
      *    header is the journal's own (same customer and total).
      *-----------------------------------------------------------------
       0100-NC-BIT-BORRA.
           OPEN I-O NOTASCR
           IF WS-NCR-STATUS NOT = '00' THEN
              CLOSE NOTASCR
              GO TO 0100-NC-BIT-BORRA-FIN
           END-IF
           MOVE WS-BIT-NUM TO NCR-NUM
           MOVE 0 TO NCR-LIN
           MOVE 0 TO WS-BIT-YA
           READ NOTASCR
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE NCR-TOTAL TO WS-V-BIT-ACTUAL
                 IF NCR-CLIENTE = WS-BIT-CLIENTE
                 AND WS-V-BIT-ACTUAL = WS-V-BIT-TOTAL THEN
                    MOVE 1 TO WS-BIT-YA
                 END-IF
           END-READ
           IF WS-BIT-YA = 1 THEN
              PERFORM VARYING WS-BIT-LINEA FROM 0 BY 1
                      UNTIL WS-BIT-LINEA > 50
                 MOVE WS-BIT-NUM TO NCR-NUM
                 MOVE WS-BIT-LINEA TO NCR-LIN
                 DELETE NOTASCR
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-PERFORM
           END-IF
           CLOSE NOTASCR.
       0100-NC-BIT-BORRA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-REHACE : Redoes the journaled step in WS-BIT-DET of
      *    a credit note cut short after it was written, through the
      *    same paragraphs that post a new one. The stock step already
      *    carries the quantity net of what was refused at the door.
      *-----------------------------------------------------------------
       0100-BIT-REHACE.
           MOVE WS-BIT-NUM TO WS-NC-NUM
           MOVE WS-BIT-CLIENTE TO WS-NC-CLIENTE
           MOVE WS-V-BIT-TOTAL TO WS-V-NC-TOTAL
           MOVE WS-BIT-FECHA TO WS-DATETIME(1:8)
           EVALUATE WS-BIT-PASO
              WHEN 20
                 MOVE WS-BIT-LINEA TO WS-NC-IDX
                 MOVE WS-BIT-CODART TO WS-NC-T-CODART(WS-NC-IDX)
                 MOVE WS-V-BIT-CANT TO WS-NC-T-CANT(WS-NC-IDX)
                 MOVE 0 TO WS-V-ERS-RECH
                 PERFORM 0100-RETURN-LINE-STOCK
              WHEN 30
                 PERFORM 0100-LOWER-CLI-SALDO
              WHEN 40
                 MOVE WS-BIT-REF(1:6) TO WS-NC-FACREF
                 PERFORM 0100-COVER-CXC-ITEM
              WHEN 50
                 PERFORM 0100-LOAD-PARAMS
                 IF WS-PAR-NEXTNCR NOT > WS-NC-NUM THEN
                    COMPUTE WS-PAR-NEXTNCR = WS-NC-NUM + 1
                    PERFORM 0100-SAVE-PARAMS
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       0100-PRINT-NOTE.
           OPEN OUTPUT NCRPRN
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE WS-ENT-MARCA TO NCRPRN-RECORD
              WRITE NCRPRN-RECORD
           END-IF
           MOVE SPACES TO NCRPRN-RECORD
           IF WS-EMP-FOUND = 1 THEN
              MOVE EMP-RSOCIAL TO NCRPRN-RECORD
           STRING 'TOTAL NOTA CREDITO: ' WS-NC-TOTAL-ED
           DELIMITED BY SIZE INTO NCRPRN-RECORD
           WRITE NCRPRN-RECORD
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE WS-ENT-MARCA TO NCRPRN-RECORD
              WRITE NCRPRN-RECORD
           END-IF
           CLOSE NCRPRN
           DISPLAY WS-MSG-NCPR LINE 22 COL 01
           EXIT.
       copy "PARAMS.cpy".
      *
       copy "PERCHK.cpy".
      *
       copy "ERSCHK.cpy".
      *
       copy "BITREC.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
