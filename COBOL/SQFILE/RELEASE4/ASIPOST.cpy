      *-----------------------------------------------------------------
      *    0100-ASI-ABRE : Opens ASIENTOS.DAT for the batch named in
      *    WS-ASI-ORIGEN / WS-ASI-LOTE and takes out the lines an
      *    earlier run of the same batch left there, so the batch
      *    ends holding only the pairs of this run.
      *-----------------------------------------------------------------
       0100-ASI-ABRE.
           OPEN I-O ASIENTOS
           IF WS-ASI-STATUS = '35' THEN
              OPEN OUTPUT ASIENTOS
              CLOSE ASIENTOS
              OPEN I-O ASIENTOS
           END-IF
           MOVE 1 TO WS-ASI-ABIERTO
           MOVE 0 TO WS-ASI-SEC
           MOVE WS-ASI-ORIGEN TO ASI-ORIGEN
           MOVE WS-ASI-LOTE TO ASI-LOTE
           MOVE 0 TO ASI-SEC
           SET WS-ASI-FIN TO 0
           START ASIENTOS KEY IS NOT LESS THAN ASI-CLAVE
              INVALID KEY
                 SET WS-ASI-FIN TO 1
           END-START
           PERFORM UNTIL WS-ASI-FIN = 1
              READ ASIENTOS NEXT RECORD
                 AT END
                    SET WS-ASI-FIN TO 1
                 NOT AT END
                    IF ASI-ORIGEN = WS-ASI-ORIGEN
                    AND ASI-LOTE = WS-ASI-LOTE THEN
                       DELETE ASIENTOS RECORD
                    ELSE
                       SET WS-ASI-FIN TO 1
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASI-PAR : One balanced pair of the batch: WS-V-ASI-VAL
      *    to the debit of WS-ASI-CTADEB and the credit of
      *    WS-ASI-CTACRE, dated WS-ASI-FECHA. The file is opened with
      *    the first pair.
      *-----------------------------------------------------------------
       0100-ASI-PAR.
           IF WS-ASI-ABIERTO = 0 THEN
              PERFORM 0100-ASI-ABRE
           END-IF
           MOVE SPACES TO ASI-REG
           MOVE WS-ASI-ORIGEN TO ASI-ORIGEN
           MOVE WS-ASI-LOTE TO ASI-LOTE
           MOVE WS-ASI-FECHA TO ASI-FECHA
           MOVE WS-V-ASI-VAL TO ASI-VALOR
           MOVE WS-ASI-CONCEPTO TO ASI-CONCEPTO
           MOVE WS-ASI-CATEGORY TO ASI-CATEGORY
           MOVE WS-OPERATOR-ID TO ASI-OPERADOR
           ADD 1 TO WS-ASI-SEC
           MOVE WS-ASI-SEC TO ASI-SEC
           MOVE 'D' TO ASI-LADO
           MOVE WS-ASI-CTADEB TO ASI-CUENTA
           WRITE ASI-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           ADD 1 TO WS-ASI-SEC
           MOVE WS-ASI-SEC TO ASI-SEC
           MOVE 'C' TO ASI-LADO
           MOVE WS-ASI-CTACRE TO ASI-CUENTA
           WRITE ASI-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASI-CIERRA : Closes ASIENTOS.DAT when the batch opened
      *    it.
      *-----------------------------------------------------------------
       0100-ASI-CIERRA.
           IF WS-ASI-ABIERTO = 1 THEN
              CLOSE ASIENTOS
              MOVE 0 TO WS-ASI-ABIERTO
           END-IF
           EXIT.
