      *-----------------------------------------------------------------
      *    0100-ANU-INICIO : Empties the voided-invoice table before a
      *    scan of FACTURAS.DAT by an alternate key.
      *-----------------------------------------------------------------
       0100-ANU-INICIO.
           MOVE 0 TO WS-ANU-CNT
           MOVE 0 TO WS-ANU-ULT
           MOVE 0 TO WS-ANU-ULT-ANUL
           MOVE 0 TO WS-ANU-ANULADA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ANU-REGISTRO : One record of FACTURAS.DAT just read. A
      *    voided header keeps its number in the table; a line is
      *    voided when the number of its own invoice is there. The
      *    header is always written before its lines, so it is read
      *    before them in any key order. The last invoice looked up
      *    is remembered, its lines usually coming together.
      *-----------------------------------------------------------------
       0100-ANU-REGISTRO.
           MOVE 0 TO WS-ANU-ANULADA
           IF FAC-LIN = 0 THEN
              IF FAC-ANULADA THEN
                 MOVE 1 TO WS-ANU-ANULADA
                 IF WS-ANU-CNT < 5000 THEN
                    ADD 1 TO WS-ANU-CNT
                    MOVE FAC-NUM TO WS-ANU-T-NUM(WS-ANU-CNT)
                 END-IF
                 MOVE 0 TO WS-ANU-ULT
              END-IF
           ELSE
              IF FAC-NUM NOT = WS-ANU-ULT THEN
                 MOVE FAC-NUM TO WS-ANU-ULT
                 MOVE 0 TO WS-ANU-ULT-ANUL
                 PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
                         UNTIL WS-ANU-IDX > WS-ANU-CNT
                         OR WS-ANU-ULT-ANUL = 1
                    IF WS-ANU-T-NUM(WS-ANU-IDX) = FAC-NUM THEN
                       MOVE 1 TO WS-ANU-ULT-ANUL
                    END-IF
                 END-PERFORM
              END-IF
              MOVE WS-ANU-ULT-ANUL TO WS-ANU-ANULADA
           END-IF
           EXIT.
