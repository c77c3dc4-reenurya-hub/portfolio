      *-----------------------------------------------------------------
      *    0100-ESA-GET : Lifecycle status of article WS-ESA-CODART
      *    into WS-ESA-ESTADO, with its replacement when discontinued.
      *    An article without a record in ESTART.DAT is active.
      *-----------------------------------------------------------------
       0100-ESA-GET.
           MOVE 'A' TO WS-ESA-ESTADO
           MOVE SPACES TO WS-ESA-REEMPLAZO
           OPEN INPUT ESTART
           IF WS-ESA-STATUS NOT = '00' THEN
              CLOSE ESTART
              GO TO 0100-ESA-GET-FIN
           END-IF
           MOVE WS-ESA-CODART TO ESA-CODART
           READ ESTART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ESA-ESTADO TO WS-ESA-ESTADO
                 MOVE ESA-REEMPLAZO TO WS-ESA-REEMPLAZO
           END-READ
           CLOSE ESTART.
       0100-ESA-GET-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ESA-VENTA : Sales rule for the article read into
      *    INVENT-REG. WS-ESA-VENDE ends 0 when it is a new article
      *    still without a price.
      *-----------------------------------------------------------------
       0100-ESA-VENTA.
           SET WS-ESA-VENDE TO 1
           MOVE CODART TO WS-ESA-CODART
           PERFORM 0100-ESA-GET THRU 0100-ESA-GET-FIN
           MOVE VRUNIT TO WS-V-ESA-PRECIO
           IF WS-ESA-ES-NUEVO AND WS-V-ESA-PRECIO = 0 THEN
              SET WS-ESA-VENDE TO 0
           END-IF.
       0100-ESA-VENTA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ESA-AVISO : Points a discontinued article to its
      *    replacement on line 24 and waits for the operator.
      *-----------------------------------------------------------------
       0100-ESA-AVISO.
           IF NOT WS-ESA-ES-DESCONT OR WS-ESA-REEMPLAZO = SPACES THEN
              GO TO 0100-ESA-AVISO-FIN
           END-IF
           DISPLAY WS-MSG-ESRE LINE 24 COL 01
           DISPLAY WS-ESA-REEMPLAZO LINE 24 COL 56
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           DISPLAY WS-SPC LINE 24 COL 01.
       0100-ESA-AVISO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ESA-SET : Puts article WS-ESA-CODART in status
      *    WS-ESA-CAMBIO (replacement WS-ESA-REEMPLAZO, reason
      *    WS-ESA-MOTIVO) and logs the change to ESTHIST.DAT with the
      *    status it had before.
      *-----------------------------------------------------------------
       0100-ESA-SET.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE 'A' TO WS-ESA-ANTES
           OPEN I-O ESTART
           IF WS-ESA-STATUS NOT = '00'
           AND WS-ESA-STATUS NOT = '05' THEN
              CLOSE ESTART
              GO TO 0100-ESA-SET-FIN
           END-IF
           MOVE WS-ESA-CODART TO ESA-CODART
           READ ESTART
              INVALID KEY
                 MOVE WS-ESA-CODART TO ESA-CODART
                 MOVE WS-ESA-CAMBIO TO ESA-ESTADO
                 MOVE WS-ESA-REEMPLAZO TO ESA-REEMPLAZO
                 MOVE WS-DATETIME(1:8) TO ESA-FECHA
                 MOVE WS-OPERATOR-ID TO ESA-OPERADOR
                 MOVE SPACES TO ESA-FILLER
                 WRITE ESA-REG
              NOT INVALID KEY
                 MOVE ESA-ESTADO TO WS-ESA-ANTES
                 MOVE WS-ESA-CAMBIO TO ESA-ESTADO
                 MOVE WS-ESA-REEMPLAZO TO ESA-REEMPLAZO
                 MOVE WS-DATETIME(1:8) TO ESA-FECHA
                 MOVE WS-OPERATOR-ID TO ESA-OPERADOR
                 REWRITE ESA-REG
           END-READ
           CLOSE ESTART
           OPEN EXTEND ESTHIST
           MOVE WS-DATETIME(1:8) TO ESH-FECHA
           MOVE WS-DATETIME(9:6) TO ESH-HORA
           MOVE WS-ESA-CODART TO ESH-CODART
           MOVE WS-ESA-ANTES TO ESH-ANTES
           MOVE WS-ESA-CAMBIO TO ESH-ESTADO
           MOVE WS-ESA-REEMPLAZO TO ESH-REEMPLAZO
           MOVE WS-OPERATOR-ID TO ESH-OPERADOR
           MOVE WS-ESA-MOTIVO TO ESH-MOTIVO
           WRITE ESH-REG
           CLOSE ESTHIST.
       0100-ESA-SET-FIN.
           EXIT.
