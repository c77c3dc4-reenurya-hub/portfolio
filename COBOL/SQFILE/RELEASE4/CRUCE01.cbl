      *                customers or articles, PEDIDOS naming vendors   *
      *                absent from PROVEEDORES, LOTES balances that    *
      *                exceed the article's CANT, and UBICACION and    *
      *                NOTAS records left behind by purged articles. A *
      *                code retired by the renumbering (CODXREF.DAT)   *
      *                is no missing article: the invoice lines keep   *
      *                it as history, and a lot, bin or note still     *
      *                under it is reported as not carried over.       *
      *                Returns 4 when exceptions exist.                *
      * Date         : 01-sep-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Codes retired by the article    *
      *                                renumbering (CODXREF.DAT) are   *
      *                                accepted on invoice lines,      *
      *                                which keep them as history, and *
      *                                reported apart on lots, bins    *
      *                                and notes not carried over.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUCE01.
       copy "PEDSEL.cpy".
       copy "CLISEL.cpy".
       copy "PRVSEL.cpy".
       copy "XRFSEL.cpy".
           SELECT CRUCEOUT ASSIGN TO "CRUCE.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CRU-STATUS.
       copy "CLIFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "XRFFD.cpy".
      *
       FD CRUCEOUT.
       01 CRU-RECORD                PIC X(120).
           77 WS-CR-SEVER        PIC X(06).
           77 WS-CR-MOTIVO       PIC X(45).
           77 WS-CR-FOUND        PIC 9 VALUE 0.
           77 WS-CR-RETIRADO     PIC 9 VALUE 0.
           77 WS-V-CR-SUM        PIC 9(9)V99.
           77 WS-V-CR-CANT       PIC 9(7)V99.
           77 WS-CR-PREV         PIC X(10).
      *
      *-----------------------------------------------------------------
      *    0100-EXISTE-ARTICULO : WS-CR-FOUND = 1 when the article of
      *    WS-CODART exists on INVENTARIO.DAT. When it does not,
      *    WS-CR-RETIRADO = 1 tells that the code was retired by the
      *    renumbering and is kept in CODXREF.DAT.
      *-----------------------------------------------------------------
       0100-EXISTE-ARTICULO.
           SET WS-CR-FOUND TO 0
           SET WS-CR-RETIRADO TO 0
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '05' THEN
              MOVE WS-CODART TO CODART
              END-READ
           END-IF
           CLOSE INVENTARIO
           IF WS-CR-FOUND = 0 THEN
              MOVE WS-CODART TO WS-XRF-CODIGO
              PERFORM 0100-CHECK-XREF THRU 0100-CHECK-XREF-FIN
              IF WS-XRF-HAY = 1 THEN
                 SET WS-CR-RETIRADO TO 1
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-FACTURAS : Headers must point at an existing
      *    customer, lines at an existing article or at a code retired
      *    by the renumbering, which the invoice keeps as history.
      *-----------------------------------------------------------------
       0100-SCAN-FACTURAS.
           MOVE 'FACTURAS' TO WS-CR-ARCHIVO
                    ELSE
                       MOVE FAC-CODART TO WS-CODART
                       PERFORM 0100-EXISTE-ARTICULO
                       IF WS-CR-FOUND = 0
                       AND WS-CR-RETIRADO = 0 THEN
                          MOVE SPACES TO WS-CR-CLAVE
                          STRING 'FAC ' FAC-NUM ' L' FAC-LIN
                          DELIMITED BY SIZE INTO WS-CR-CLAVE
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-LOT-SUM : The accumulated lot balance of one
      *    article against its CANT. Lots still under a retired code
      *    are the ones the renumbering could not carry over.
      *-----------------------------------------------------------------
       0100-CHECK-LOT-SUM.
           MOVE WS-CR-PREV TO WS-CODART
           PERFORM 0100-EXISTE-ARTICULO
           IF WS-CR-RETIRADO = 1 THEN
              MOVE WS-CR-PREV TO WS-CR-CLAVE
              MOVE 'AVISO ' TO WS-CR-SEVER
              MOVE 'LOTES DE CODIGO RETIRADO SIN TRASLADAR'
                 TO WS-CR-MOTIVO
              PERFORM 0100-WRITE-FINDING
              GO TO 0100-CHECK-LOT-SUM-FIN
           END-IF
           IF WS-CR-FOUND = 0 THEN
              MOVE WS-CR-PREV TO WS-CR-CLAVE
              MOVE 'GRAVE ' TO WS-CR-SEVER
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-UBICACION : Bin records of purged articles, or
      *    left under a retired code.
      *-----------------------------------------------------------------
       0100-SCAN-UBICACION.
           MOVE 'UBICACION' TO WS-CR-ARCHIVO
                       MOVE 'AVISO ' TO WS-CR-SEVER
                       MOVE 'UBICACION DE ARTICULO INEXISTENTE'
                          TO WS-CR-MOTIVO
                       IF WS-CR-RETIRADO = 1 THEN
                          MOVE 'UBICACION DE CODIGO RETIRADO SIN MOVER'
                             TO WS-CR-MOTIVO
                       END-IF
                       PERFORM 0100-WRITE-FINDING
                    END-IF
              END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-NOTAS : Note records of purged articles, or left
      *    under a retired code.
      *-----------------------------------------------------------------
       0100-SCAN-NOTAS.
           MOVE 'NOTAS' TO WS-CR-ARCHIVO
                       MOVE 'AVISO ' TO WS-CR-SEVER
                       MOVE 'NOTA DE ARTICULO INEXISTENTE'
                          TO WS-CR-MOTIVO
                       IF WS-CR-RETIRADO = 1 THEN
                          MOVE 'NOTA DE CODIGO RETIRADO SIN TRASLADAR'
                             TO WS-CR-MOTIVO
                       END-IF
                       PERFORM 0100-WRITE-FINDING
                    END-IF
              END-READ
           CLOSE NOTAS.
       0100-SCAN-NOT-FIN.
           EXIT.
      *
       copy "XRFCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
