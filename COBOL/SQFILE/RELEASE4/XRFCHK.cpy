      *-----------------------------------------------------------------
      *    0100-CHECK-XREF : Looks up the code loaded in WS-XRF-CODIGO
      *    on the CODXREF.DAT cross-reference of renumbered and merged
      *    articles. WS-XRF-OK ends 1, with the replacing code in
      *    WS-XRF-NUEVO, only while the transition period of the old
      *    code has not run out; WS-XRF-HAY ends 1 whenever the code
      *    was ever retired, so it is never handed out again. Shared
      *    by every program that looks articles up by code.
      *-----------------------------------------------------------------
       0100-CHECK-XREF.
           SET WS-XRF-OK TO 0
           SET WS-XRF-HAY TO 0
           MOVE SPACES TO WS-XRF-NUEVO
           IF WS-XRF-CODIGO = SPACES OR WS-XRF-CODIGO = LOW-VALUE THEN
              GO TO 0100-CHECK-XREF-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-XRF-HOY
           OPEN INPUT CODXREF
           IF WS-XRF-STATUS = '00' THEN
              MOVE WS-XRF-CODIGO TO XRF-VIEJO
              READ CODXREF
                 KEY IS XRF-VIEJO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-XRF-HAY TO 1
                    IF XRF-FVENCE NOT < WS-XRF-HOY THEN
                       SET WS-XRF-OK TO 1
                       MOVE XRF-NUEVO TO WS-XRF-NUEVO
                    END-IF
              END-READ
           END-IF
           CLOSE CODXREF.
       0100-CHECK-XREF-FIN.
           EXIT.
