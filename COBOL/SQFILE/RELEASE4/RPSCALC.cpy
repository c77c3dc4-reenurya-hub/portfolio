      *-----------------------------------------------------------------
      *    0100-RPS-CALC : Computes the replenishment proposal into
      *    REPOSIC.DAT, replacing the pending lines of the previous
      *    one. For every active article, each internal warehouse
      *    whose stock plus the transfers already travelling to it
      *    is below its minimum needs up to its maximum (its minimum
      *    when no higher maximum is set). The need is covered from
      *    the warehouses with surplus - stock above their own
      *    maximum, or above their minimum when they have no maximum -
      *    taking the largest surplus first, one line per origin; what
      *    no warehouse can cover becomes a line without origin, left
      *    to purchasing. Shared by the replenishment program and the
      *    end-of-day chain. Needs RPSALM.CPY; INVENTARIO, ALMACEN,
      *    STOCKALM, TRANSITO and REPOSIC must be closed.
      *-----------------------------------------------------------------
       0100-RPS-CALC.
           MOVE 0 TO WS-RPS-LINEAS
           MOVE 0 TO WS-RPS-FALTAS
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-RPS-HOY
           PERFORM 0100-RPS-LOAD-ALM THRU 0100-RPS-LOAD-ALM-FIN
           PERFORM 0100-RPS-LOAD-TRS THRU 0100-RPS-LOAD-TRS-FIN
           PERFORM 0100-RPS-PURGE THRU 0100-RPS-PURGE-FIN
           IF WS-RPS-A-CNT = 0 THEN
              GO TO 0100-RPS-CALC-FIN
           END-IF
           OPEN INPUT STOCKALM
           IF WS-SAL-STATUS NOT = '00' THEN
              CLOSE STOCKALM
              GO TO 0100-RPS-CALC-FIN
           END-IF
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '35' THEN
              CLOSE INVENTARIO
              CLOSE STOCKALM
              GO TO 0100-RPS-CALC-FIN
           END-IF
           OPEN I-O REPOSIC
           MOVE 0 TO WS-RPS-FIN
           PERFORM UNTIL WS-RPS-FIN = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    MOVE 1 TO WS-RPS-FIN
                 NOT AT END
                    IF ACTFLAG-ACTIVE THEN
                       PERFORM 0100-RPS-ARTICULO
                          THRU 0100-RPS-ARTICULO-FIN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPOSIC
           CLOSE INVENTARIO
           CLOSE STOCKALM.
       0100-RPS-CALC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RPS-LOAD-TRS : Transfers in transit into WS-RPS-T by
      *    destination. The legacy documents between 1 and 2 carry a
      *    one-character code and stand for 01 and 02.
      *-----------------------------------------------------------------
       0100-RPS-LOAD-TRS.
           MOVE 0 TO WS-RPS-T-CNT
           OPEN INPUT TRANSITO
           IF WS-TRS-STATUS NOT = '00' THEN
              CLOSE TRANSITO
              GO TO 0100-RPS-LOAD-TRS-FIN
           END-IF
           MOVE 0 TO WS-RPS-FIN
           PERFORM UNTIL WS-RPS-FIN = 1
              READ TRANSITO NEXT RECORD
                 AT END
                    MOVE 1 TO WS-RPS-FIN
                 NOT AT END
                    IF TRS-EST-TRANSITO AND WS-RPS-T-CNT < 500 THEN
                       ADD 1 TO WS-RPS-T-CNT
                       MOVE TRS-CODART TO WS-RPS-T-CODART(WS-RPS-T-CNT)
                       IF TRS-HA2 = SPACE THEN
                          MOVE '0' TO WS-RPS-T-ALM(WS-RPS-T-CNT)(1:1)
                          MOVE TRS-HA TO WS-RPS-T-ALM(WS-RPS-T-CNT)(2:1)
                       ELSE
                          MOVE TRS-HA TO WS-RPS-T-ALM(WS-RPS-T-CNT)(1:1)
                          MOVE TRS-HA2
                             TO WS-RPS-T-ALM(WS-RPS-T-CNT)(2:1)
                       END-IF
                       MOVE TRS-CANT TO WS-RPS-T-CANT(WS-RPS-T-CNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSITO.
       0100-RPS-LOAD-TRS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RPS-PURGE : Drops the pending lines of the previous
      *    proposal (released and discarded ones stay as history) and
      *    leaves the last line number in WS-RPS-NUM.
      *-----------------------------------------------------------------
       0100-RPS-PURGE.
           MOVE 0 TO WS-RPS-NUM
           OPEN I-O REPOSIC
           IF WS-RPS-STATUS NOT = '00' AND WS-RPS-STATUS NOT = '05'
              CLOSE REPOSIC
              GO TO 0100-RPS-PURGE-FIN
           END-IF
           MOVE 0 TO WS-RPS-FIN
           PERFORM UNTIL WS-RPS-FIN = 1
              READ REPOSIC NEXT RECORD
                 AT END
                    MOVE 1 TO WS-RPS-FIN
                 NOT AT END
                    MOVE RPS-NUM TO WS-RPS-NUM
                    IF RPS-EST-PROPUESTA THEN
                       DELETE REPOSIC RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPOSIC.
       0100-RPS-PURGE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RPS-ARTICULO : Levels, needs and surpluses of the
      *    article in INVENT-REG, then its proposal lines.
      *-----------------------------------------------------------------
       0100-RPS-ARTICULO.
           MOVE 0 TO WS-RPS-HAY-NEED
           PERFORM VARYING WS-RPS-I FROM 1 BY 1
                   UNTIL WS-RPS-I > WS-RPS-A-CNT
              PERFORM 0100-RPS-NIVEL
           END-PERFORM
           IF WS-RPS-HAY-NEED = 0 THEN
              GO TO 0100-RPS-ARTICULO-FIN
           END-IF
           PERFORM VARYING WS-RPS-I FROM 1 BY 1
                   UNTIL WS-RPS-I > WS-RPS-A-CNT
              PERFORM 0100-RPS-CUBRE
                 UNTIL WS-RPS-A-NEED(WS-RPS-I) = 0
           END-PERFORM.
       0100-RPS-ARTICULO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RPS-NIVEL : Stock, levels, inbound transit, need and
      *    surplus of the article in warehouse WS-RPS-I. Warehouses 01
      *    and 02 take their stock from the legacy fields; their
      *    STOCKALM.DAT record only carries the levels.
      *-----------------------------------------------------------------
       0100-RPS-NIVEL.
           MOVE 0 TO WS-RPS-A-EXIST(WS-RPS-I)
           MOVE 0 TO WS-RPS-A-TRANS(WS-RPS-I)
           MOVE 0 TO WS-RPS-A-MIN(WS-RPS-I)
           MOVE 0 TO WS-RPS-A-MAX(WS-RPS-I)
           MOVE 0 TO WS-RPS-A-NEED(WS-RPS-I)
           MOVE 0 TO WS-RPS-A-SOBRA(WS-RPS-I)
           EVALUATE WS-RPS-A-COD(WS-RPS-I)
              WHEN '01'
                 MOVE CANT-ALM1 TO WS-RPS-A-EXIST(WS-RPS-I)
              WHEN '02'
                 MOVE CANT-ALM2 TO WS-RPS-A-EXIST(WS-RPS-I)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE CODART TO SAL-CODART
           MOVE WS-RPS-A-COD(WS-RPS-I) TO SAL-ALM
           READ STOCKALM
              KEY IS SAL-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SAL-ALM NOT = '01' AND SAL-ALM NOT = '02' THEN
                    MOVE SAL-CANT TO WS-RPS-A-EXIST(WS-RPS-I)
                 END-IF
                 IF SAL-NIVELES IS NUMERIC THEN
                    MOVE SAL-MIN TO WS-RPS-A-MIN(WS-RPS-I)
                    MOVE SAL-MAX TO WS-RPS-A-MAX(WS-RPS-I)
                 END-IF
           END-READ
           PERFORM VARYING WS-RPS-T-IDX FROM 1 BY 1
                   UNTIL WS-RPS-T-IDX > WS-RPS-T-CNT
              IF WS-RPS-T-CODART(WS-RPS-T-IDX) = CODART
              AND WS-RPS-T-ALM(WS-RPS-T-IDX) = WS-RPS-A-COD(WS-RPS-I)
                 ADD WS-RPS-T-CANT(WS-RPS-T-IDX)
                    TO WS-RPS-A-TRANS(WS-RPS-I)
              END-IF
           END-PERFORM
           IF WS-RPS-A-MAX(WS-RPS-I) > WS-RPS-A-MIN(WS-RPS-I) THEN
              MOVE WS-RPS-A-MAX(WS-RPS-I) TO WS-V-RPS-META
           ELSE
              MOVE WS-RPS-A-MIN(WS-RPS-I) TO WS-V-RPS-META
           END-IF
           IF WS-RPS-A-MIN(WS-RPS-I) > 0
           AND WS-RPS-A-EXIST(WS-RPS-I) + WS-RPS-A-TRANS(WS-RPS-I)
               < WS-RPS-A-MIN(WS-RPS-I) THEN
              COMPUTE WS-RPS-A-NEED(WS-RPS-I) = WS-V-RPS-META
                 - WS-RPS-A-EXIST(WS-RPS-I) - WS-RPS-A-TRANS(WS-RPS-I)
              MOVE 1 TO WS-RPS-HAY-NEED
           ELSE
              IF WS-RPS-A-EXIST(WS-RPS-I) > WS-V-RPS-META THEN
                 COMPUTE WS-RPS-A-SOBRA(WS-RPS-I) =
                    WS-RPS-A-EXIST(WS-RPS-I) - WS-V-RPS-META
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RPS-CUBRE : Covers part of the need of warehouse
      *    WS-RPS-I from the warehouse with the largest surplus, or
      *    leaves the rest uncovered when no warehouse has any.
      *-----------------------------------------------------------------
       0100-RPS-CUBRE.
           MOVE 0 TO WS-RPS-DON
           MOVE 0 TO WS-V-RPS-MEJOR
           PERFORM VARYING WS-RPS-J FROM 1 BY 1
                   UNTIL WS-RPS-J > WS-RPS-A-CNT
              IF WS-RPS-A-SOBRA(WS-RPS-J) > WS-V-RPS-MEJOR THEN
                 MOVE WS-RPS-J TO WS-RPS-DON
                 MOVE WS-RPS-A-SOBRA(WS-RPS-J) TO WS-V-RPS-MEJOR
              END-IF
           END-PERFORM
           IF WS-RPS-DON = 0 THEN
              MOVE SPACES TO WS-RPS-DE
              MOVE WS-RPS-A-NEED(WS-RPS-I) TO WS-V-RPS-MOVER
              ADD 1 TO WS-RPS-FALTAS
           ELSE
              MOVE WS-RPS-A-COD(WS-RPS-DON) TO WS-RPS-DE
              IF WS-V-RPS-MEJOR < WS-RPS-A-NEED(WS-RPS-I) THEN
                 MOVE WS-V-RPS-MEJOR TO WS-V-RPS-MOVER
              ELSE
                 MOVE WS-RPS-A-NEED(WS-RPS-I) TO WS-V-RPS-MOVER
              END-IF
              SUBTRACT WS-V-RPS-MOVER FROM WS-RPS-A-SOBRA(WS-RPS-DON)
              ADD 1 TO WS-RPS-LINEAS
           END-IF
           SUBTRACT WS-V-RPS-MOVER FROM WS-RPS-A-NEED(WS-RPS-I)
           ADD 1 TO WS-RPS-NUM
           MOVE SPACES TO RPS-REG
           MOVE WS-RPS-NUM TO RPS-NUM
           MOVE WS-RPS-HOY TO RPS-FECHA
           MOVE CODART TO RPS-CODART
           MOVE WS-RPS-DE TO RPS-DE
           MOVE WS-RPS-A-COD(WS-RPS-I) TO RPS-HA
           MOVE WS-V-RPS-MOVER TO RPS-CALC
           MOVE WS-V-RPS-MOVER TO RPS-CANT
           SET RPS-EST-PROPUESTA TO TRUE
           MOVE 0 TO RPS-TRSNUM
           MOVE WS-RPS-OPERADOR TO RPS-OPERADOR
           WRITE RPS-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           EXIT.
