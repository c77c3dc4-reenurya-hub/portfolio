      *-----------------------------------------------------------------
      *    0100-BIT-ABRE : Opens the posting journal of the document in
      *    WS-BIT-SERIE / WS-BIT-NUM with its header, pending. Whatever
      *    a rolled-back attempt left under the same number is dropped
      *    first. The journal stays open for 0100-BIT-PASO until
      *    0100-BIT-LISTA; WS-BIT-ACTIVA comes back 0 when it could not
      *    be written, and then the document must not be posted.
      *-----------------------------------------------------------------
       0100-BIT-ABRE.
           MOVE 0 TO WS-BIT-ACTIVA
           OPEN I-O BITACORA
           IF WS-BIT-STATUS NOT = '00' AND WS-BIT-STATUS NOT = '05'
              CLOSE BITACORA
              GO TO 0100-BIT-ABRE-FIN
           END-IF
           PERFORM 0100-BIT-PURGA
           MOVE FUNCTION CURRENT-DATE TO WS-BIT-AHORA
           MOVE SPACES TO BIT-REG
           MOVE WS-BIT-SERIE TO BIT-SERIE
           MOVE WS-BIT-NUM TO BIT-NUM
           MOVE 0 TO BIT-PASO
           MOVE 0 TO BIT-LINEA
           SET BIT-PENDIENTE TO TRUE
           MOVE WS-BIT-PROGRAMA TO BIT-PROGRAMA
           MOVE WS-OPERATOR-ID TO BIT-OPERADOR
           MOVE WS-BIT-AHORA(1:8) TO BIT-FECHA
           MOVE WS-BIT-AHORA(9:6) TO BIT-HORA
           MOVE WS-BIT-CLIENTE TO BIT-CLIENTE
           MOVE WS-V-BIT-TOTAL TO BIT-TOTAL
           WRITE BIT-REG
              INVALID KEY
                 CLOSE BITACORA
                 GO TO 0100-BIT-ABRE-FIN
           END-WRITE
           MOVE 1 TO WS-BIT-ACTIVA.
       0100-BIT-ABRE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-PURGA : Deletes every journal record of the
      *    document in WS-BIT-SERIE / WS-BIT-NUM. BITACORA open I-O.
      *-----------------------------------------------------------------
       0100-BIT-PURGA.
           MOVE WS-BIT-SERIE TO BIT-SERIE
           MOVE WS-BIT-NUM TO BIT-NUM
           MOVE 0 TO BIT-PASO
           MOVE 0 TO BIT-LINEA
           MOVE 0 TO WS-BIT-FIN
           START BITACORA KEY IS NOT LESS THAN BIT-CLAVE
              INVALID KEY
                 MOVE 1 TO WS-BIT-FIN
           END-START
           PERFORM UNTIL WS-BIT-FIN = 1
              READ BITACORA NEXT RECORD
                 AT END
                    MOVE 1 TO WS-BIT-FIN
                 NOT AT END
                    IF BIT-SERIE NOT = WS-BIT-SERIE
                    OR BIT-NUM NOT = WS-BIT-NUM THEN
                       MOVE 1 TO WS-BIT-FIN
                    ELSE
                       DELETE BITACORA
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-PASO : Adds to the open journal the pending step
      *    WS-BIT-PASO / WS-BIT-LINEA carrying WS-BIT-DET.
      *-----------------------------------------------------------------
       0100-BIT-PASO.
           IF WS-BIT-ACTIVA = 1 THEN
              MOVE SPACES TO BIT-REG
              MOVE WS-BIT-SERIE TO BIT-SERIE
              MOVE WS-BIT-NUM TO BIT-NUM
              MOVE WS-BIT-PASO TO BIT-PASO
              MOVE WS-BIT-LINEA TO BIT-LINEA
              SET BIT-PENDIENTE TO TRUE
              MOVE WS-BIT-DET TO BIT-DET
              WRITE BIT-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-LISTA : Closes the journal once every step of the
      *    document is written in it; the posting may begin.
      *-----------------------------------------------------------------
       0100-BIT-LISTA.
           IF WS-BIT-ACTIVA = 1 THEN
              CLOSE BITACORA
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-MARCA : Marks step WS-BIT-PASO / WS-BIT-LINEA of
      *    the active journal with WS-BIT-EST. A started step keeps
      *    the value WS-V-BIT-ANTES it found, so the recovery can tell
      *    whether its change landed. Nothing when no journal is open,
      *    so the posting paragraphs keep working on their own.
      *-----------------------------------------------------------------
       0100-BIT-MARCA.
           IF WS-BIT-ACTIVA = 0 THEN
              GO TO 0100-BIT-MARCA-FIN
           END-IF
           OPEN I-O BITACORA
           MOVE WS-BIT-SERIE TO BIT-SERIE
           MOVE WS-BIT-NUM TO BIT-NUM
           MOVE WS-BIT-PASO TO BIT-PASO
           MOVE WS-BIT-LINEA TO BIT-LINEA
           READ BITACORA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-BIT-EST TO BIT-ESTADO
                 IF BIT-INICIADO THEN
                    MOVE WS-V-BIT-ANTES TO BIT-ANTES
                 END-IF
                 REWRITE BIT-REG
           END-READ
           CLOSE BITACORA.
       0100-BIT-MARCA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-CIERRA : Closes the active journal with the state
      *    in WS-BIT-EST: complete, finished by the recovery or rolled
      *    back.
      *-----------------------------------------------------------------
       0100-BIT-CIERRA.
           IF WS-BIT-ACTIVA = 0 THEN
              GO TO 0100-BIT-CIERRA-FIN
           END-IF
           MOVE 0 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           MOVE 0 TO WS-BIT-ACTIVA.
       0100-BIT-CIERRA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-RECUPERA : Run by every posting program when it
      *    starts, with WS-BIT-PROGRAMA loaded. Each journal of the
      *    program left pending is finished when its document was
      *    written, redoing every step not done through the program's
      *    own 0100-BIT-REHACE, or rolled back through its
      *    0100-BIT-DESHACE when it was not. The pending journals of
      *    the other posting programs are only reported: they wait for
      *    their owner. Everything done is logged to RECUPERA.LOG and
      *    summed up on the screen. The program selects INVENTARIO,
      *    CLIENTES, CARTERA and FACTURAS besides the journal.
      *-----------------------------------------------------------------
       0100-BIT-RECUPERA.
           MOVE 0 TO WS-BIT-TERMIN
           MOVE 0 TO WS-BIT-REVERT
           MOVE 0 TO WS-BIT-VERIF
           MOVE 0 TO WS-BIT-AJENOS
           MOVE 0 TO WS-BIT-ACTIVA
           PERFORM 0100-BIT-BUSCA-PEND THRU 0100-BIT-BUSCA-PEND-FIN
           IF WS-BIT-PD-CNT = 0 AND WS-BIT-AJENOS = 0 THEN
              GO TO 0100-BIT-RECUPERA-FIN
           END-IF
           PERFORM VARYING WS-BIT-PD-IDX FROM 1 BY 1
                   UNTIL WS-BIT-PD-IDX > WS-BIT-PD-CNT
              PERFORM 0100-BIT-RECUPERA-DOC
                 THRU 0100-BIT-RECUPERA-DOC-FIN
           END-PERFORM
           DISPLAY WS-MSG-BTRC LINE 20 COL 01
           DISPLAY WS-MSG-BTCT LINE 21 COL 01
           MOVE WS-BIT-TERMIN TO WS-BIT-CNT-ED
           DISPLAY WS-BIT-CNT-ED LINE 21 COL 14
           MOVE WS-BIT-REVERT TO WS-BIT-CNT-ED
           DISPLAY WS-BIT-CNT-ED LINE 21 COL 31
           MOVE WS-BIT-VERIF TO WS-BIT-CNT-ED
           DISPLAY WS-BIT-CNT-ED LINE 21 COL 49
           MOVE WS-BIT-AJENOS TO WS-BIT-CNT-ED
           DISPLAY WS-BIT-CNT-ED LINE 21 COL 74
           DISPLAY WS-MSG-AN1 LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT.
       0100-BIT-RECUPERA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-BUSCA-PEND : Takes the pending journals of this
      *    program into WS-BIT-PD and reports those of the others.
      *-----------------------------------------------------------------
       0100-BIT-BUSCA-PEND.
           MOVE 0 TO WS-BIT-PD-CNT
           OPEN INPUT BITACORA
           IF WS-BIT-STATUS NOT = '00' THEN
              CLOSE BITACORA
              GO TO 0100-BIT-BUSCA-PEND-FIN
           END-IF
           MOVE 0 TO WS-BIT-FIN
           PERFORM UNTIL WS-BIT-FIN = 1
              READ BITACORA NEXT RECORD
                 AT END
                    MOVE 1 TO WS-BIT-FIN
                 NOT AT END
                    IF BIT-CABECERA AND BIT-PENDIENTE THEN
                       IF BIT-PROGRAMA = WS-BIT-PROGRAMA THEN
                          IF WS-BIT-PD-CNT < 20 THEN
                             ADD 1 TO WS-BIT-PD-CNT
                             MOVE BIT-SERIE
                                TO WS-BIT-PD-SERIE(WS-BIT-PD-CNT)
                             MOVE BIT-NUM
                                TO WS-BIT-PD-NUM(WS-BIT-PD-CNT)
                             MOVE BIT-CLIENTE
                                TO WS-BIT-PD-CLIENTE(WS-BIT-PD-CNT)
                             MOVE BIT-TOTAL
                                TO WS-BIT-PD-TOTAL(WS-BIT-PD-CNT)
                             MOVE BIT-FECHA
                                TO WS-BIT-PD-FECHA(WS-BIT-PD-CNT)
                          END-IF
                       ELSE
                          ADD 1 TO WS-BIT-AJENOS
                          MOVE BIT-SERIE TO WS-BIT-SERIE
                          MOVE BIT-NUM TO WS-BIT-NUM
                          MOVE 'PENDIENTE' TO WS-BIT-ACCION
                          MOVE SPACES TO WS-BIT-DETALLE
                          STRING 'Se atiende al iniciar '
                                 BIT-PROGRAMA
                          DELIMITED BY SIZE INTO WS-BIT-DETALLE
                          PERFORM 0100-BIT-INFORMA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BITACORA.
       0100-BIT-BUSCA-PEND-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-RECUPERA-DOC : Finishes or rolls back the pending
      *    journal WS-BIT-PD-IDX. The document step is the commit
      *    point: once it is done the posting can only go forward.
      *-----------------------------------------------------------------
       0100-BIT-RECUPERA-DOC.
           MOVE WS-BIT-PD-SERIE(WS-BIT-PD-IDX) TO WS-BIT-SERIE
           MOVE WS-BIT-PD-NUM(WS-BIT-PD-IDX) TO WS-BIT-NUM
           MOVE WS-BIT-PD-CLIENTE(WS-BIT-PD-IDX) TO WS-BIT-CLIENTE
           MOVE WS-BIT-PD-TOTAL(WS-BIT-PD-IDX) TO WS-V-BIT-TOTAL
           MOVE WS-BIT-PD-FECHA(WS-BIT-PD-IDX) TO WS-BIT-FECHA
           PERFORM 0100-BIT-CARGA-PASOS THRU 0100-BIT-CARGA-PASOS-FIN
           MOVE 1 TO WS-BIT-ACTIVA
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           IF WS-BIT-DOC-OK = 0 THEN
              PERFORM 0100-BIT-DESHACE
              MOVE 'REVERTIDO' TO WS-BIT-ACCION
              MOVE 'Documento incompleto, anulado; digitarlo de nuevo'
                 TO WS-BIT-DETALLE
              PERFORM 0100-BIT-INFORMA
              SET WS-BIT-EST-REVERTIDO TO TRUE
              PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
              ADD 1 TO WS-BIT-REVERT
              GO TO 0100-BIT-RECUPERA-DOC-FIN
           END-IF
           PERFORM VARYING WS-BIT-PS-IDX FROM 1 BY 1
                   UNTIL WS-BIT-PS-IDX > WS-BIT-PS-CNT
              PERFORM 0100-BIT-REHACE-PASO THRU 0100-BIT-REHACE-PASO-FIN
           END-PERFORM
           MOVE 'TERMINADO' TO WS-BIT-ACCION
           MOVE 'Posteo completado al reiniciar el programa'
              TO WS-BIT-DETALLE
           PERFORM 0100-BIT-INFORMA
           SET WS-BIT-EST-TERMINADO TO TRUE
           PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
           ADD 1 TO WS-BIT-TERMIN.
       0100-BIT-RECUPERA-DOC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-CARGA-PASOS : The steps of the journal in
      *    WS-BIT-SERIE / WS-BIT-NUM into WS-BIT-PS, in key order, and
      *    whether its document step is done.
      *-----------------------------------------------------------------
       0100-BIT-CARGA-PASOS.
           MOVE 0 TO WS-BIT-PS-CNT
           MOVE 0 TO WS-BIT-DOC-OK
           OPEN INPUT BITACORA
           IF WS-BIT-STATUS NOT = '00' THEN
              CLOSE BITACORA
              GO TO 0100-BIT-CARGA-PASOS-FIN
           END-IF
           MOVE WS-BIT-SERIE TO BIT-SERIE
           MOVE WS-BIT-NUM TO BIT-NUM
           MOVE 1 TO BIT-PASO
           MOVE 0 TO BIT-LINEA
           MOVE 0 TO WS-BIT-FIN
           START BITACORA KEY IS NOT LESS THAN BIT-CLAVE
              INVALID KEY
                 MOVE 1 TO WS-BIT-FIN
           END-START
           PERFORM UNTIL WS-BIT-FIN = 1
              READ BITACORA NEXT RECORD
                 AT END
                    MOVE 1 TO WS-BIT-FIN
                 NOT AT END
                    IF BIT-SERIE NOT = WS-BIT-SERIE
                    OR BIT-NUM NOT = WS-BIT-NUM
                    OR WS-BIT-PS-CNT NOT < 60 THEN
                       MOVE 1 TO WS-BIT-FIN
                    ELSE
                       ADD 1 TO WS-BIT-PS-CNT
                       MOVE BIT-PASO TO WS-BIT-PS-PASO(WS-BIT-PS-CNT)
                       MOVE BIT-LINEA
                          TO WS-BIT-PS-LINEA(WS-BIT-PS-CNT)
                       MOVE BIT-ESTADO TO WS-BIT-PS-EST(WS-BIT-PS-CNT)
                       MOVE BIT-DET TO WS-BIT-PS-DET(WS-BIT-PS-CNT)
                       IF BIT-P-DOC AND BIT-HECHO THEN
                          MOVE 1 TO WS-BIT-DOC-OK
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BITACORA.
       0100-BIT-CARGA-PASOS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-REHACE-PASO : Redoes step WS-BIT-PS-IDX unless it
      *    is done. A step left started whose file no longer holds the
      *    value it found did land: it is only marked done and logged
      *    for the operator to check its kardex, lots and serials.
      *-----------------------------------------------------------------
       0100-BIT-REHACE-PASO.
           IF WS-BIT-PS-EST(WS-BIT-PS-IDX) = 'H' THEN
              GO TO 0100-BIT-REHACE-PASO-FIN
           END-IF
           MOVE WS-BIT-PS-PASO(WS-BIT-PS-IDX) TO WS-BIT-PASO
           MOVE WS-BIT-PS-LINEA(WS-BIT-PS-IDX) TO WS-BIT-LINEA
           MOVE WS-BIT-PS-DET(WS-BIT-PS-IDX) TO WS-BIT-DET
           PERFORM 0100-BIT-DESC-PASO
           MOVE 0 TO WS-BIT-YA
           IF WS-BIT-PS-EST(WS-BIT-PS-IDX) = 'I' THEN
              EVALUATE WS-BIT-PASO
                 WHEN 20
                    PERFORM 0100-BIT-VER-STK
                 WHEN 30
                    PERFORM 0100-BIT-VER-CLI
                 WHEN 40
                    PERFORM 0100-BIT-VER-CXC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-BIT-YA = 1 THEN
              MOVE 'VERIFICAR' TO WS-BIT-ACCION
              ADD 1 TO WS-BIT-VERIF
           ELSE
              MOVE WS-BIT-PS-DET(WS-BIT-PS-IDX) TO WS-BIT-DET
              PERFORM 0100-BIT-REHACE
              MOVE 'REHECHO' TO WS-BIT-ACCION
           END-IF
           PERFORM 0100-BIT-INFORMA
           MOVE WS-BIT-PS-PASO(WS-BIT-PS-IDX) TO WS-BIT-PASO
           MOVE WS-BIT-PS-LINEA(WS-BIT-PS-IDX) TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN.
       0100-BIT-REHACE-PASO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-DESC-PASO : What the step in WS-BIT-PASO changes,
      *    for the recovery log.
      *-----------------------------------------------------------------
       0100-BIT-DESC-PASO.
           MOVE SPACES TO WS-BIT-DETALLE
           EVALUATE WS-BIT-PASO
              WHEN 10
                 MOVE 'Documento' TO WS-BIT-DETALLE
              WHEN 20
                 STRING 'Existencia linea ' WS-BIT-LINEA
                        ' articulo ' WS-BIT-CODART
                 DELIMITED BY SIZE INTO WS-BIT-DETALLE
              WHEN 30
                 STRING 'Saldo del cliente ' WS-BIT-CLIENTE
                 DELIMITED BY SIZE INTO WS-BIT-DETALLE
              WHEN 40
                 STRING 'Cartera del cliente ' WS-BIT-CLIENTE
                 DELIMITED BY SIZE INTO WS-BIT-DETALLE
              WHEN 50
                 MOVE 'Consecutivo en PARAMS.DAT' TO WS-BIT-DETALLE
              WHEN OTHER
                 STRING 'Complemento ' WS-BIT-REF
                 DELIMITED BY SIZE INTO WS-BIT-DETALLE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-VER-STK : Whether the started stock step landed:
      *    the article's CANT is no longer the one it found.
      *-----------------------------------------------------------------
       0100-BIT-VER-STK.
           OPEN INPUT INVENTARIO
           MOVE WS-BIT-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CANT TO WS-V-BIT-ACTUAL
                 IF WS-V-BIT-ACTUAL NOT = WS-V-BIT-ANTES THEN
                    MOVE 1 TO WS-BIT-YA
                 END-IF
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-VER-CLI : Whether the started balance step landed.
      *-----------------------------------------------------------------
       0100-BIT-VER-CLI.
           OPEN INPUT CLIENTES
           MOVE WS-BIT-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CLI-SALDO NOT = WS-V-BIT-ANTES THEN
                    MOVE 1 TO WS-BIT-YA
                 END-IF
           END-READ
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-VER-CXC : Whether the started application to the
      *    invoice item in the first six places of WS-BIT-REF landed.
      *-----------------------------------------------------------------
       0100-BIT-VER-CXC.
           OPEN INPUT CARTERA
           MOVE WS-BIT-CLIENTE TO CXC-CLIENTE
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE WS-BIT-REF(1:6) TO CXC-NUM
           READ CARTERA
              KEY IS CXC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CXC-ABONADO NOT = WS-V-BIT-ANTES THEN
                    MOVE 1 TO WS-BIT-YA
                 END-IF
           END-READ
           CLOSE CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-BORRA-FAC : Deletes from FACTURAS.DAT what a posting
      *    cut short wrote of invoice WS-BIT-NUM, header and lines,
      *    provided the header is the journal's own (same customer and
      *    total): a number taken by another invoice is left alone.
      *-----------------------------------------------------------------
       0100-BIT-BORRA-FAC.
           OPEN I-O FACTURAS
           IF WS-FAC-STATUS NOT = '00' THEN
              CLOSE FACTURAS
              GO TO 0100-BIT-BORRA-FAC-FIN
           END-IF
           MOVE WS-BIT-NUM TO FAC-NUM
           MOVE 0 TO FAC-LIN
           MOVE 0 TO WS-BIT-YA
           READ FACTURAS
              KEY IS FAC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FAC-TOTAL TO WS-V-BIT-ACTUAL
                 IF FAC-CLIENTE = WS-BIT-CLIENTE
                 AND WS-V-BIT-ACTUAL = WS-V-BIT-TOTAL THEN
                    MOVE 1 TO WS-BIT-YA
                 END-IF
           END-READ
           IF WS-BIT-YA = 1 THEN
              PERFORM VARYING WS-BIT-LINEA FROM 0 BY 1
                      UNTIL WS-BIT-LINEA > 50
                 MOVE WS-BIT-NUM TO FAC-NUM
                 MOVE WS-BIT-LINEA TO FAC-LIN
                 DELETE FACTURAS
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-PERFORM
           END-IF
           CLOSE FACTURAS.
       0100-BIT-BORRA-FAC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-INFORMA : Appends one line of what the recovery
      *    did with the document in WS-BIT-SERIE / WS-BIT-NUM.
      *-----------------------------------------------------------------
       0100-BIT-INFORMA.
           MOVE FUNCTION CURRENT-DATE TO WS-BIT-AHORA
           MOVE WS-BIT-NUM TO WS-BIT-NUM-ED
           OPEN EXTEND RECUPERA
           MOVE SPACES TO RCP-REG
           MOVE WS-BIT-AHORA(1:8) TO RCP-FECHA
           MOVE WS-BIT-AHORA(9:6) TO RCP-HORA
           MOVE WS-BIT-PROGRAMA TO RCP-PROGRAMA
           STRING WS-BIT-SERIE ' ' WS-BIT-NUM-ED
           DELIMITED BY SIZE INTO RCP-DOC
           MOVE WS-BIT-ACCION TO RCP-ACCION
           MOVE WS-BIT-DETALLE TO RCP-DETALLE
           MOVE WS-OPERATOR-ID TO RCP-OPERADOR
           WRITE RCP-REG
           CLOSE RECUPERA
           EXIT.
