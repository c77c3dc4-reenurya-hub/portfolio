      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Dispatch records the expected   *
      *                                arrival at the destination,     *
      *                                shown in the in-transit list;   *
      *                                file layouts moved to           *
      *                                TRSSEL/TRSFD.                   *
      * 15-oct-2026    R. Urquijo      Confirmation also receives      *
      *                                documents to or from the other  *
      *                                internal warehouses of          *
      *                                ALMACEN.DAT (released from the  *
      *                                replenishment proposal), into   *
      *                                STOCKALM.DAT; the in-transit    *
      *                                list shows the two-character    *
      *                                codes.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASLA01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "TRSSEL.cpy".
       copy "SALSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "TRSFD.cpy".
      *
       copy "SALFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
           77 WS-V-TR-REC        PIC 9(5)V99.
           77 WS-V-TR-CORTO      PIC 9(5)V99.
           77 WS-TR-FOUND        PIC 9 VALUE 0.
           77 WS-TR-FLLEGA       PIC X(08).
           77 WS-TR-HOY-N        PIC 9(08).
           77 WS-TR-FLL-N        PIC 9(08).
           77 WS-SAL-STATUS      PIC XX.
           77 WS-TR-ORIGEN       PIC X(02).
           77 WS-TR-DESTINO      PIC X(02).
      *
           77 WS-ST-TR2    PIC X(25) VALUE 'TRASLADOS EN DOS PASOS   '.
           77 WS-MSG-TROP PIC X(80) VALUE ' 1-DESPACHA 2-CONFIRMA 3-'-
       'l almacen destino.                                     '.
           77 WS-MSG-TRNT PIC X(80) VALUE ' No hay traslados en tran'-
       'sito.                                                  '.
           77 WS-MSG-TRFL PIC X(80) VALUE ' Llegada estimada al dest'-
       'ino (AAAAMMDD, ENTER = manana):                        '.
           77 WS-MSG-TRFX PIC X(80) VALUE ' Fecha de llegada invalid'-
       'a: use AAAAMMDD, no anterior a hoy.                    '.
           77 WS-LB-TR    PIC X(75) VALUE 'NUMERO FECHA    CODIGO   '-
       '  DE HA  CANTIDAD   ESTADO LLEGADA'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
              DISPLAY WS-MSG-NONL LINE 24 COL 01
              GO TO 0100-DISPATCH-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-TR-HOY-N
           DISPLAY WS-MSG-TRFL LINE 10 COL 01
           MOVE SPACES TO WS-TR-FLLEGA
           ACCEPT WS-TR-FLLEGA LINE 10 COL 60
           IF WS-TR-FLLEGA = SPACES
           OR WS-TR-FLLEGA = LOW-VALUE THEN
              COMPUTE WS-TR-FLL-N = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TR-HOY-N) + 1)
              MOVE WS-TR-FLL-N TO WS-TR-FLLEGA
           END-IF
           IF WS-TR-FLLEGA IS NOT NUMERIC
           OR WS-TR-FLLEGA < WS-DATETIME(1:8)
           OR WS-TR-FLLEGA(5:2) < '01' OR WS-TR-FLLEGA(5:2) > '12'
           OR WS-TR-FLLEGA(7:2) < '01' OR WS-TR-FLLEGA(7:2) > '31' THEN
              DISPLAY WS-MSG-TRFX LINE 24 COL 01
              GO TO 0100-DISPATCH-FIN
           END-IF
           OPEN I-O INVENTARIO
           MOVE WS-TR-CODART TO CODART
           READ INVENTARIO
           MOVE 0 TO TRS-CANTREC
           SET TRS-EST-TRANSITO TO TRUE
           MOVE WS-OPERATOR-ID TO TRS-OPERADOR
           MOVE WS-TR-FLLEGA TO TRS-FLLEGA
           WRITE TRS-REG
              INVALID KEY
                 CONTINUE
           REWRITE TRS-REG
           MOVE TRS-CODART TO WS-TR-CODART
           MOVE TRS-HA TO WS-TR-HA
           IF TRS-DE2 = SPACE THEN
              MOVE '0' TO WS-TR-ORIGEN(1:1)
              MOVE TRS-DE TO WS-TR-ORIGEN(2:1)
           ELSE
              MOVE TRS-DE TO WS-TR-ORIGEN(1:1)
              MOVE TRS-DE2 TO WS-TR-ORIGEN(2:1)
           END-IF
           IF TRS-HA2 = SPACE THEN
              MOVE '0' TO WS-TR-DESTINO(1:1)
              MOVE TRS-HA TO WS-TR-DESTINO(2:1)
           ELSE
              MOVE TRS-HA TO WS-TR-DESTINO(1:1)
              MOVE TRS-HA2 TO WS-TR-DESTINO(2:1)
           END-IF
           CLOSE TRANSITO
           PERFORM 0100-RECEIVE-DEST
           DISPLAY WS-MSG-TRCF LINE 22 COL 01.
      *-----------------------------------------------------------------
      *    0100-RECEIVE-DEST : Adds the received quantity to the
      *    destination warehouse and writes the short quantity off
      *    CANT as transfer shrinkage. CANT only carries 01, 02 and
      *    what travels from them: a document from another warehouse
      *    adds what arrives at 01 or 02, and one from 01 or 02 to
      *    another warehouse takes the whole dispatch out of it.
      *-----------------------------------------------------------------
       0100-RECEIVE-DEST.
           OPEN I-O INVENTARIO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EVALUATE WS-TR-DESTINO
                    WHEN '01'
                       MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                       COMPUTE WS-V-CANT-ALM1 =
                          WS-V-CANT-ALM1 + WS-V-TR-REC
                       MOVE WS-V-CANT-ALM1 TO CANT-ALM1
                    WHEN '02'
                       MOVE CANT-ALM2 TO WS-V-CANT-ALM1
                       COMPUTE WS-V-CANT-ALM1 =
                          WS-V-CANT-ALM1 + WS-V-TR-REC
                       MOVE WS-V-CANT-ALM1 TO CANT-ALM2
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 MOVE CANT TO WS-V-CANT
                 MOVE 0 TO WS-V-TR-CANT
                 IF WS-TR-ORIGEN = '01' OR WS-TR-ORIGEN = '02' THEN
                    IF WS-TR-DESTINO = '01' OR WS-TR-DESTINO = '02'
                       MOVE WS-V-TR-CORTO TO WS-V-TR-CANT
                    ELSE
                       COMPUTE WS-V-TR-CANT =
                          WS-V-TR-REC + WS-V-TR-CORTO
                    END-IF
                 ELSE
                    IF WS-TR-DESTINO = '01' OR WS-TR-DESTINO = '02'
                       ADD WS-V-TR-REC TO WS-V-CANT
                    END-IF
                 END-IF
                 IF WS-V-TR-CANT > WS-V-CANT THEN
                    MOVE 0 TO WS-V-CANT
                 ELSE
                    SUBTRACT WS-V-TR-CANT FROM WS-V-CANT
                 END-IF
                 MOVE WS-V-CANT TO CANT
                 MOVE WS-DATETIME(1:8) TO LASTMOV
                 REWRITE INVENT-REG
           END-READ
           CLOSE INVENTARIO
           IF WS-TR-DESTINO NOT = '01' AND WS-TR-DESTINO NOT = '02'
              PERFORM 0100-RECEIVE-STOCKALM
           END-IF
           MOVE WS-TR-CODART TO WS-CODART
           MOVE WS-TR-NUM TO WS-TR-NUM-ED
           MOVE 'TRASL-ENT' TO WS-MOV-TIPO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RECEIVE-STOCKALM : Receipt at a warehouse other than
      *    01 and 02, on its STOCKALM.DAT record.
      *-----------------------------------------------------------------
       0100-RECEIVE-STOCKALM.
           OPEN I-O STOCKALM
           MOVE WS-TR-CODART TO SAL-CODART
           MOVE WS-TR-DESTINO TO SAL-ALM
           READ STOCKALM
              INVALID KEY
                 MOVE WS-TR-CODART TO SAL-CODART
                 MOVE WS-TR-DESTINO TO SAL-ALM
                 MOVE WS-V-TR-REC TO SAL-CANT
                 MOVE SPACES TO SAL-NIVELES
                 WRITE SAL-REG
              NOT INVALID KEY
                 ADD WS-V-TR-REC TO SAL-CANT
                 REWRITE SAL-REG
           END-READ
           MOVE SAL-CANT TO WS-V-CANT-ALM1
           CLOSE STOCKALM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-RAZON-TR : Validates the discrepancy motive
      *    against RAZONES.DAT.
      *-----------------------------------------------------------------
                       DISPLAY TRS-FECHA LINE WS-ROWCTRL COL 08
                       DISPLAY TRS-CODART LINE WS-ROWCTRL COL 17
                       DISPLAY TRS-DE LINE WS-ROWCTRL COL 29
                       DISPLAY TRS-DE2 LINE WS-ROWCTRL COL 30
                       DISPLAY TRS-HA LINE WS-ROWCTRL COL 32
                       DISPLAY TRS-HA2 LINE WS-ROWCTRL COL 33
                       DISPLAY WS-TR-CANT-IN
                          LINE WS-ROWCTRL COL 36
                       DISPLAY TRS-ESTADO LINE WS-ROWCTRL COL 47
                       DISPLAY TRS-FLLEGA LINE WS-ROWCTRL COL 54
                       ADD 1 TO WS-ROWCTRL
                    END-IF
              END-READ
