              IF WS-PAR-TITLE NOT = SPACES THEN
                 MOVE WS-PAR-TITLE TO WS-HEAD-TITLE
              END-IF
              PERFORM 0100-DEFAULT-PARAMS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DEFAULT-PARAMS : A PARAMS.DAT written before a knob was
      *    added reads back blank in that knob; each one falls back to
      *    its compiled default until the supervisor saves the screen.
      *-----------------------------------------------------------------
       0100-DEFAULT-PARAMS.
           IF WS-PAR-PLAZO NOT NUMERIC THEN
              MOVE 30 TO WS-PAR-PLAZO
           END-IF
           IF WS-PAR-CHQCOM NOT NUMERIC THEN
              MOVE 20000 TO WS-PAR-CHQCOM
           END-IF
           IF WS-PAR-NEXTCGO NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTCGO
           END-IF
           IF WS-PAR-TASAMORA NOT NUMERIC THEN
              MOVE 2 TO WS-PAR-TASAMORA
           END-IF
           IF WS-PAR-NEXTNDB NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTNDB
           END-IF
           IF WS-PAR-MEDBCO = SPACES OR WS-PAR-MEDBCO = LOW-VALUE THEN
              MOVE 'TRANSFTARJCRTARJDB' TO WS-PAR-MEDBCO
           END-IF
           IF WS-PAR-CONDIAS NOT NUMERIC THEN
              MOVE 3 TO WS-PAR-CONDIAS
           END-IF
           IF WS-PAR-NEXTCAJ NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTCAJ
           END-IF
           IF WS-PAR-NEXTSEP NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTSEP
           END-IF
           IF WS-PAR-SEPMULTA NOT NUMERIC THEN
              MOVE 10 TO WS-PAR-SEPMULTA
           END-IF
           IF WS-PAR-RESAVF NOT NUMERIC THEN
              MOVE 100 TO WS-PAR-RESAVF
           END-IF
           IF WS-PAR-RESAVD NOT NUMERIC THEN
              MOVE 30 TO WS-PAR-RESAVD
           END-IF
           IF WS-PAR-DSCOPE NOT NUMERIC THEN
              MOVE 5 TO WS-PAR-DSCOPE
           END-IF
           IF WS-PAR-DSCSUP NOT NUMERIC THEN
              MOVE 15 TO WS-PAR-DSCSUP
           END-IF
           IF WS-PAR-TIENDAF = LOW-VALUE THEN
              MOVE SPACES TO WS-PAR-TIENDAF
           END-IF
           IF WS-PAR-NEXTCSC NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTCSC
           END-IF
           IF WS-PAR-NEXTAVT NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTAVT
           END-IF
           IF WS-PAR-CTAPAG = LOW-VALUE THEN
              MOVE SPACES TO WS-PAR-CTAPAG
           END-IF
           IF WS-PAR-NEXTLPG NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTLPG
           END-IF
           IF WS-PAR-NEXTNDP NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTNDP
           END-IF
           IF WS-PAR-NEXTOTE NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTOTE
           END-IF
           IF WS-PAR-MOKIT NOT NUMERIC THEN
              MOVE 0 TO WS-PAR-MOKIT
           END-IF
           IF WS-PAR-CIFKIT NOT NUMERIC THEN
              MOVE 0 TO WS-PAR-CIFKIT
           END-IF
           IF WS-PAR-NEXTSVC NOT NUMERIC THEN
              MOVE 1 TO WS-PAR-NEXTSVC
           END-IF
           IF NOT WS-PAR-MODO-ENTRENA THEN
              MOVE SPACE TO WS-PAR-ENTRENA
           END-IF
           IF WS-PAR-ICDIR NOT = 'EMPRESA1' AND
              WS-PAR-ICDIR NOT = 'EMPRESA2' THEN
              MOVE SPACES TO WS-PAR-ICDIR
           END-IF
           IF WS-PAR-ICCLI = LOW-VALUE THEN
              MOVE SPACES TO WS-PAR-ICCLI
           END-IF
           IF WS-PAR-ICPRV = LOW-VALUE THEN
              MOVE SPACES TO WS-PAR-ICPRV
           END-IF
           EXIT.
      *
