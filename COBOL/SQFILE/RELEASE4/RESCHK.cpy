      *-----------------------------------------------------------------
      *    0100-CHECK-RESOLUCION : Finds the numbering resolution of
      *    RESOLUC.DAT whose range holds the invoice number loaded in
      *    WS-RES-NUM. WS-RES-OK ends 1 only when that range is active
      *    and not past its expiry date on WS-RES-HOY; the legend of
      *    the range is left in WS-RES-LEY1/2 for the printed invoice,
      *    with the numbers and days it has left. While no resolution
      *    is registered at all the numbering is not controlled.
      *    Shared by every program that issues invoice numbers.
      *-----------------------------------------------------------------
       0100-CHECK-RESOLUCION.
           SET WS-RES-OK TO 0
           SET WS-RES-HAY TO 0
           SET WS-RES-FOUND TO 0
           MOVE SPACES TO WS-RES-LEY1
           MOVE SPACES TO WS-RES-LEY2
           MOVE SPACES TO WS-RES-PREFIJO
           MOVE 0 TO WS-RES-QUEDAN
           MOVE 0 TO WS-RES-DIAS
           OPEN INPUT RESOLUC
           IF WS-RES-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ RESOLUC NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       SET WS-RES-HAY TO 1
                       IF WS-RES-NUM NOT < RES-DESDE
                       AND WS-RES-NUM NOT > RES-HASTA
                       AND WS-RES-OK = 0 THEN
                          PERFORM 0100-TAKE-RESOLUCION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RESOLUC
           IF WS-RES-HAY = 0 THEN
              SET WS-RES-OK TO 1
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-TAKE-RESOLUCION : The range just read holds the number;
      *    keeps its legend and whether it is still in force.
      *-----------------------------------------------------------------
       0100-TAKE-RESOLUCION.
           SET WS-RES-FOUND TO 1
           MOVE RES-PREFIJO TO WS-RES-PREFIJO
           MOVE RES-DESDE TO WS-RES-DESDE-ED
           MOVE RES-HASTA TO WS-RES-HASTA-ED
           STRING 'RESOLUCION DE FACTURACION No. ' RES-ID
                  ' DEL ' RES-FECHA
           DELIMITED BY SIZE INTO WS-RES-LEY1
           STRING 'PREFIJO ' RES-PREFIJO ' DEL ' WS-RES-DESDE-ED
                  ' AL ' WS-RES-HASTA-ED ' VIGENTE HASTA ' RES-FVENCE
           DELIMITED BY SIZE INTO WS-RES-LEY2
           COMPUTE WS-RES-QUEDAN = RES-HASTA - WS-RES-NUM + 1
           IF RES-FVENCE IS NUMERIC AND WS-RES-HOY IS NUMERIC THEN
              MOVE RES-FVENCE TO WS-RES-FV-N
              MOVE WS-RES-HOY TO WS-RES-HOY-N
              COMPUTE WS-RES-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-RES-FV-N)
                 - FUNCTION INTEGER-OF-DATE(WS-RES-HOY-N)
           END-IF
           IF RES-EST-ACTIVA
           AND RES-FVENCE NOT < WS-RES-HOY THEN
              SET WS-RES-OK TO 1
           END-IF
           EXIT.
