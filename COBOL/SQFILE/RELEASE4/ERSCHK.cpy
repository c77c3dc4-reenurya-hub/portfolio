      *-----------------------------------------------------------------
      *    0100-ERS-RECHAZO : Quantity of line WS-ERS-LIN of document
      *    WS-ERS-TIPO / WS-ERS-NUM that the customer refused at the
      *    door, over every route it went out on, in WS-V-ERS-RECH.
      *    That quantity already returned to stock when the delivery
      *    result was captured, so a later reversal of the document
      *    returns only the rest. Shared by every program that puts
      *    back the stock of a delivered document.
      *-----------------------------------------------------------------
       0100-ERS-RECHAZO.
           MOVE 0 TO WS-V-ERS-RECH
           OPEN INPUT ENTRESUL
           IF WS-ERS-STATUS = '00' THEN
              SET WS-ERS-FIN TO 0
              MOVE WS-ERS-TIPO TO ERS-TIPO
              MOVE WS-ERS-NUM TO ERS-NUM
              MOVE LOW-VALUES TO ERS-FECHA
              MOVE 0 TO ERS-LIN
              START ENTRESUL KEY IS NOT LESS THAN ERS-CLAVE
                 INVALID KEY
                    SET WS-ERS-FIN TO 1
              END-START
              PERFORM UNTIL WS-ERS-FIN = 1
                 READ ENTRESUL NEXT RECORD
                    AT END
                       SET WS-ERS-FIN TO 1
                    NOT AT END
                       IF ERS-TIPO NOT = WS-ERS-TIPO
                       OR ERS-NUM NOT = WS-ERS-NUM THEN
                          SET WS-ERS-FIN TO 1
                       ELSE
                          IF ERS-LIN = WS-ERS-LIN THEN
                             ADD ERS-CANT TO WS-V-ERS-RECH
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ENTRESUL
           EXIT.
