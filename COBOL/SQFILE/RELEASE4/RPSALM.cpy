      *-----------------------------------------------------------------
      *    0100-RPS-LOAD-ALM : Loads the active internal warehouses of
      *    ALMACEN.DAT (the ones stock can be transferred between)
      *    into WS-RPS-A. Consignment and route van warehouses stay
      *    out. ALMACEN must be closed.
      *-----------------------------------------------------------------
       0100-RPS-LOAD-ALM.
           MOVE 0 TO WS-RPS-A-CNT
           INITIALIZE WS-RPS-ALMS
           OPEN INPUT ALMACEN
           IF WS-ALM-STATUS NOT = '00' THEN
              CLOSE ALMACEN
              GO TO 0100-RPS-LOAD-ALM-FIN
           END-IF
           MOVE 0 TO WS-RPS-FIN
           PERFORM UNTIL WS-RPS-FIN = 1
              READ ALMACEN NEXT RECORD
                 AT END
                    MOVE 1 TO WS-RPS-FIN
                 NOT AT END
                    IF ALM-ACTIVO AND ALM-TIPO-INTERNO
                    AND WS-RPS-A-CNT < 30 THEN
                       ADD 1 TO WS-RPS-A-CNT
                       MOVE ALM-COD TO WS-RPS-A-COD(WS-RPS-A-CNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ALMACEN.
       0100-RPS-LOAD-ALM-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RPS-LOAD-FALTAS : Loads into WS-RPS-F, by article, the
      *    pending lines of REPOSIC.DAT without origin: what no
      *    warehouse could cover. REPOSIC must be closed.
      *-----------------------------------------------------------------
       0100-RPS-LOAD-FALTAS.
           MOVE 0 TO WS-RPS-F-CNT
           OPEN INPUT REPOSIC
           IF WS-RPS-STATUS NOT = '00' THEN
              CLOSE REPOSIC
              GO TO 0100-RPS-LOAD-FALTAS-FIN
           END-IF
           MOVE 0 TO WS-RPS-FIN
           PERFORM UNTIL WS-RPS-FIN = 1
              READ REPOSIC NEXT RECORD
                 AT END
                    MOVE 1 TO WS-RPS-FIN
                 NOT AT END
                    IF RPS-EST-PROPUESTA AND RPS-SIN-ORIGEN THEN
                       MOVE RPS-CODART TO WS-RPS-CODART
                       PERFORM 0100-RPS-FALTA
                       IF WS-RPS-F-IDX > 0 THEN
                          ADD RPS-CANT TO WS-RPS-F-CANT(WS-RPS-F-IDX)
                       ELSE
                          IF WS-RPS-F-CNT < 500 THEN
                             ADD 1 TO WS-RPS-F-CNT
                             MOVE RPS-CODART
                                TO WS-RPS-F-CODART(WS-RPS-F-CNT)
                             MOVE RPS-CANT
                                TO WS-RPS-F-CANT(WS-RPS-F-CNT)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPOSIC.
       0100-RPS-LOAD-FALTAS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RPS-FALTA : Uncovered shortfall of WS-RPS-CODART in
      *    WS-V-RPS-FALTA (WS-RPS-F-IDX is its entry, 0 when none).
      *-----------------------------------------------------------------
       0100-RPS-FALTA.
           MOVE 0 TO WS-V-RPS-FALTA
           MOVE 0 TO WS-RPS-F-IDX
           PERFORM VARYING WS-RPS-J FROM 1 BY 1
                   UNTIL WS-RPS-J > WS-RPS-F-CNT
                      OR WS-RPS-F-IDX > 0
              IF WS-RPS-F-CODART(WS-RPS-J) = WS-RPS-CODART THEN
                 MOVE WS-RPS-J TO WS-RPS-F-IDX
                 MOVE WS-RPS-F-CANT(WS-RPS-J) TO WS-V-RPS-FALTA
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RPS-OTROS : Stock of WS-RPS-CODART in the internal
      *    warehouses other than 01 and 02 (the ones CANT does not
      *    carry), in WS-V-RPS-OTROS. STOCKALM must be open.
      *-----------------------------------------------------------------
       0100-RPS-OTROS.
           MOVE 0 TO WS-V-RPS-OTROS
           PERFORM VARYING WS-RPS-J FROM 1 BY 1
                   UNTIL WS-RPS-J > WS-RPS-A-CNT
              IF WS-RPS-A-COD(WS-RPS-J) NOT = '01'
              AND WS-RPS-A-COD(WS-RPS-J) NOT = '02' THEN
                 MOVE WS-RPS-CODART TO SAL-CODART
                 MOVE WS-RPS-A-COD(WS-RPS-J) TO SAL-ALM
                 READ STOCKALM
                    KEY IS SAL-CLAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD SAL-CANT TO WS-V-RPS-OTROS
                 END-READ
              END-IF
           END-PERFORM
           EXIT.
