              ACCEPT WS-OPR-NEW2 LINE 15 COL 40
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUPERVISOR-SIGN : A supervisor signs at the terminal of
      *    another session with ID and password, for an operation over
      *    the operator's own limit. The session operator and role are
      *    left untouched; WS-SGN-OK ends 1 with the signer in
      *    WS-SGN-ID. Every attempt is written to SESIONES.LOG.
      *-----------------------------------------------------------------
       0100-SUPERVISOR-SIGN.
           SET WS-SGN-OK TO 0
           MOVE SPACES TO WS-SGN-ID
           MOVE SPACES TO WS-SGN-PWD
           DISPLAY WS-MSG-SGID LINE 22 COL 01
           ACCEPT WS-SGN-ID LINE 22 COL 40
           DISPLAY WS-MSG-SGPW LINE 23 COL 01
           ACCEPT WS-SGN-PWD LINE 23 COL 40
           OPEN INPUT OPERADORES
           IF WS-OPR-STATUS = '00' THEN
              MOVE WS-SGN-ID TO OPR-ID
              READ OPERADORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OPR-ACTIVO AND OPR-ROLE = 'S' THEN
                       MOVE WS-SGN-PWD TO WS-OPR-SCRAM
                       PERFORM 0100-SCRAMBLE-PWD
                       IF WS-OPR-SCRAM = OPR-PWD THEN
                          SET WS-SGN-OK TO 1
                       END-IF
                    END-IF
              END-READ
              CLOSE OPERADORES
           ELSE
              CLOSE OPERADORES
              EVALUATE TRUE
                 WHEN WS-SGN-ID = WS-OP-ID-01
                  AND WS-SGN-PWD = WS-OP-PWD-01
                  AND WS-OP-ROLE-01 = 'S'
                    SET WS-SGN-OK TO 1
                 WHEN WS-SGN-ID = WS-OP-ID-02
                  AND WS-SGN-PWD = WS-OP-PWD-02
                  AND WS-OP-ROLE-02 = 'S'
                    SET WS-SGN-OK TO 1
                 WHEN WS-SGN-ID = WS-OP-ID-03
                  AND WS-SGN-PWD = WS-OP-PWD-03
                  AND WS-OP-ROLE-03 = 'S'
                    SET WS-SGN-OK TO 1
                 WHEN OTHER
                    SET WS-SGN-OK TO 0
              END-EVALUATE
           END-IF
           IF WS-SGN-OK = 1 THEN
              MOVE 'FIRMA-SUP' TO WS-SES-EVENTO
           ELSE
              MOVE 'FIRMA-FALL' TO WS-SES-EVENTO
              DISPLAY WS-MSG-SGFL LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           END-IF
           MOVE WS-SGN-ID TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           MOVE SPACES TO WS-SGN-PWD
           DISPLAY WS-SPC LINE 22 COL 01
           DISPLAY WS-SPC LINE 23 COL 01
           DISPLAY WS-SPC LINE 24 COL 01
           EXIT.
