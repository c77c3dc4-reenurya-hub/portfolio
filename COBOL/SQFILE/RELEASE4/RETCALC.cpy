      *-----------------------------------------------------------------
      *    0100-CALC-RETEN : Works out the withholdings of one document
      *    of the party in WS-RET-TERC-TIPO / WS-RET-TERCERO from its
      *    concepts in RETTER.DAT: every active concept of RETENC.DAT
      *    whose own base (WS-V-RET-IVA for ReteIVA, WS-V-RET-BASE for
      *    the others) reaches its minimum withholds that base times
      *    its rate. Leaves the concepts in WS-RET-TABLA and their sum
      *    in WS-V-RET-TOTAL. Shared by vendor invoice entry and
      *    customer payment entry.
      *-----------------------------------------------------------------
       0100-CALC-RETEN.
           MOVE 0 TO WS-RET-CNT
           MOVE 0 TO WS-V-RET-TOTAL
           OPEN INPUT RETTER
           IF WS-RTT-STATUS NOT = '00' THEN
              CLOSE RETTER
              GO TO 0100-CALC-RETEN-FIN
           END-IF
           OPEN INPUT RETENC
           MOVE WS-RET-TERC-TIPO TO RTT-TERC-TIPO
           MOVE WS-RET-TERCERO TO RTT-TERCERO
           MOVE LOW-VALUES TO RTT-CONCEPTO
           SET WS-RET-FIN TO 0
           START RETTER KEY IS NOT LESS THAN RTT-CLAVE
              INVALID KEY
                 SET WS-RET-FIN TO 1
           END-START
           PERFORM UNTIL WS-RET-FIN = 1
              READ RETTER NEXT RECORD
                 AT END
                    SET WS-RET-FIN TO 1
                 NOT AT END
                    IF RTT-TERC-TIPO NOT = WS-RET-TERC-TIPO
                    OR RTT-TERCERO NOT = WS-RET-TERCERO THEN
                       SET WS-RET-FIN TO 1
                    ELSE
                       PERFORM 0100-CALC-RETEN-CONCEPTO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RETENC
           CLOSE RETTER.
       0100-CALC-RETEN-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CALC-RETEN-CONCEPTO : One concept of the party.
      *-----------------------------------------------------------------
       0100-CALC-RETEN-CONCEPTO.
           MOVE RTT-CONCEPTO TO RTC-CODIGO
           READ RETENC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RTC-RETEIVA THEN
                    MOVE WS-V-RET-IVA TO WS-V-RET-SUJETA
                 ELSE
                    MOVE WS-V-RET-BASE TO WS-V-RET-SUJETA
                 END-IF
                 IF RTC-ACTIVO AND WS-RET-CNT < 10
                 AND WS-V-RET-SUJETA > 0
                 AND WS-V-RET-SUJETA NOT < RTC-BASEMIN THEN
                    ADD 1 TO WS-RET-CNT
                    MOVE RTC-CODIGO TO WS-RET-T-COD(WS-RET-CNT)
                    MOVE RTC-NOMBRE TO WS-RET-T-NOMBRE(WS-RET-CNT)
                    MOVE RTC-TIPO TO WS-RET-T-TIPO(WS-RET-CNT)
                    MOVE WS-V-RET-SUJETA TO WS-RET-T-BASE(WS-RET-CNT)
                    MOVE RTC-TARIFA TO WS-RET-T-TARIFA(WS-RET-CNT)
                    COMPUTE WS-RET-T-VALOR(WS-RET-CNT) ROUNDED =
                       WS-V-RET-SUJETA * RTC-TARIFA / 100
                    ADD WS-RET-T-VALOR(WS-RET-CNT) TO WS-V-RET-TOTAL
                 END-IF
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-RETEN-DOC : WS-RET-HAY ends 1 when the document in
      *    WS-RET-DOC of the party already had its withholdings
      *    recorded in RETMOV.DAT, so they are never applied twice.
      *-----------------------------------------------------------------
       0100-CHECK-RETEN-DOC.
           SET WS-RET-HAY TO 0
           OPEN INPUT RETMOV
           IF WS-RTM-STATUS = '00' THEN
              MOVE WS-RET-TERC-TIPO TO RTM-TERC-TIPO
              MOVE WS-RET-TERCERO TO RTM-TERCERO
              MOVE WS-RET-DOC TO RTM-DOC
              MOVE LOW-VALUES TO RTM-CONCEPTO
              START RETMOV KEY IS NOT LESS THAN RTM-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ RETMOV NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF RTM-TERC-TIPO = WS-RET-TERC-TIPO
                          AND RTM-TERCERO = WS-RET-TERCERO
                          AND RTM-DOC = WS-RET-DOC THEN
                             SET WS-RET-HAY TO 1
                          END-IF
                    END-READ
              END-START
           END-IF
           CLOSE RETMOV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GRABA-RETEN : Records the withholdings of WS-RET-TABLA
      *    against the document in WS-RET-DOC, dated WS-RET-FECHA.
      *-----------------------------------------------------------------
       0100-GRABA-RETEN.
           OPEN I-O RETMOV
           IF WS-RTM-STATUS = '35' THEN
              OPEN OUTPUT RETMOV
              CLOSE RETMOV
              OPEN I-O RETMOV
           END-IF
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-CNT
              MOVE SPACES TO RTM-REG
              MOVE WS-RET-TERC-TIPO TO RTM-TERC-TIPO
              MOVE WS-RET-TERCERO TO RTM-TERCERO
              MOVE WS-RET-DOC TO RTM-DOC
              MOVE WS-RET-T-COD(WS-RET-IDX) TO RTM-CONCEPTO
              MOVE WS-RET-FECHA TO RTM-FECHA
              MOVE WS-RET-T-TIPO(WS-RET-IDX) TO RTM-RTCTIPO
              MOVE WS-RET-T-BASE(WS-RET-IDX) TO RTM-BASE
              MOVE WS-RET-T-TARIFA(WS-RET-IDX) TO RTM-TARIFA
              MOVE WS-RET-T-VALOR(WS-RET-IDX) TO RTM-VALOR
              MOVE WS-RET-OPERADOR TO RTM-OPERADOR
              WRITE RTM-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM
           CLOSE RETMOV
           EXIT.
