      ******************************************************************
      * Program      : ESTART01.cbl                                    *
      * Purpose      : Article lifecycle status. ACTFLAG only tells    *
      *                active from inactive; ESTART.DAT adds new (not  *
      *                sold until it has a price), phase-out (sold,    *
      *                never bought again) and discontinued (not       *
      *                bought, replaced by another article), with      *
      *                every change kept in ESTHIST.DAT. Purchasing    *
      *                (SUGPED01, PEDIDO01, REORDEN01) and selling     *
      *                (FACTUR01, KIOSCO01) apply the rules through    *
      *                ESACHK. The phase-out report (FASESAL.PRN)      *
      *                shows the stock left and the weeks it lasts at  *
      *                the current issue rate.                         *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTART01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "ESASEL.cpy".
      *
           SELECT FASEPRN ASSIGN TO "FASESAL.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "ESAFD.cpy".
      *
       FD FASEPRN.
       01 FASEPRN-RECORD       PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-EA-CODART       PIC X(10).
           77 WS-EA-OK           PIC 9 VALUE 0.
           77 WS-EA-FIN          PIC 9 VALUE 0.
           77 WS-EA-NOMBRE       PIC X(16).
           77 WS-EA-SEMANAS      PIC 9(03) VALUE 0.
           77 WS-EA-DESDE        PIC X(08).
           77 WS-EA-DESDE-N      PIC 9(08).
           77 WS-EA-CNT          PIC 9(03) VALUE 0.
           77 WS-EA-IDX          PIC 9(03) VALUE 0.
           77 WS-EA-HIT          PIC 9(03) VALUE 0.
           77 WS-EA-CNT-ED       PIC ZZ9.
           77 WS-EA-CANT-ED      PIC ZZZZ9.99.
           77 WS-EA-RITMO-ED     PIC ZZZZ9.99.
           77 WS-EA-SEM-ED       PIC ZZZZ9.9.
           77 WS-EA-SEM-X        PIC X(10).
           77 WS-V-EA-CANT       PIC 9(5)V99 VALUE 0.
           77 WS-V-EA-RITMO      PIC 9(5)V99 VALUE 0.
           77 WS-V-EA-SEM        PIC 9(5)V9 VALUE 0.
           77 WS-V-EA-SALIDA     PIC 9(7)V99 VALUE 0.
      *
      *    PHASE-OUT AND DISCONTINUED ARTICLES OF THE REPORT WITH THE
      *    UNITS ISSUED INSIDE THE RATE WINDOW.
       01 WS-EA-TABLE.
           02 WS-EA-ENTRY OCCURS 500 TIMES.
               03 WS-EA-T-CODART    PIC X(10).
               03 WS-EA-T-ESTADO    PIC X(01).
               03 WS-EA-T-REEMPL    PIC X(10).
               03 WS-EA-T-SALIDAS   PIC 9(7)V99.
      *
           77 WS-ST-EA     PIC X(25) VALUE 'CICLO DE VIDA ARTICULOS  '.
           77 WS-MSG-EAOP PIC X(80) VALUE ' 1-CAMBIA ESTADO 2-HISTOR'-
       'IA 3-FASE DE SALIDA 9-SALE                  Opcion [  ]'.
           77 WS-MSG-EAAR PIC X(80) VALUE ' Articulo:               '-
       '                                                       '.
           77 WS-MSG-EANF PIC X(80) VALUE ' Articulo no encontrado e'-
       'n el maestro de inventario.                            '.
           77 WS-MSG-EAAC PIC X(80) VALUE ' Estado actual:          '-
       '                                                       '.
           77 WS-MSG-EANU PIC X(80) VALUE ' Nuevo estado (N-Nuevo A-'-
       'Activo F-Fase de salida D-Descontinuado):              '.
           77 WS-MSG-EAIV PIC X(80) VALUE ' Estado invalido o igual '-
       'al actual. Nada fue cambiado.                          '.
           77 WS-MSG-EARE PIC X(80) VALUE ' Articulo de reemplazo (E'-
       'NTER = cancelar):                                      '.
           77 WS-MSG-EARX PIC X(80) VALUE ' El reemplazo no existe, '-
       'es el mismo articulo o esta descontinuado.             '.
           77 WS-MSG-EAMO PIC X(80) VALUE ' Motivo del cambio:      '-
       '                                                       '.
           77 WS-MSG-EAOK PIC X(80) VALUE ' Estado del articulo camb'-
       'iado y registrado en la historia.                      '.
           77 WS-MSG-EACA PIC X(80) VALUE ' Cambio de estado cancela'-
       'do.                                                    '.
           77 WS-MSG-EANH PIC X(80) VALUE ' El articulo no tiene cam'-
       'bios de estado registrados.                            '.
           77 WS-MSG-EASE PIC X(80) VALUE ' Semanas de historia para'-
       ' el ritmo de salida [013]:                             '.
           77 WS-MSG-EANO PIC X(80) VALUE ' No hay articulos en fase'-
       ' de salida ni descontinuados.                          '.
           77 WS-MSG-EAPR PIC X(80) VALUE ' Informe de fase de salid'-
       'a generado en FASESAL.PRN. Articulos:                  '.
           77 WS-LB-EAH   PIC X(60) VALUE
       'FECHA    HORA   ANT NUEVO REEMPLAZO  OPERADOR   MOTIVO'.
           77 WS-LB-EAF   PIC X(80) VALUE 'CODIGO     DESCRIPCION  '-
       '             E EXISTENC SAL/SEM  SEMANAS    REEMPLAZO'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       copy "OPLINK.cpy".
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-OPERATOR.
      *-----------------------------------------------------------------
      *    0000-MAIN : Main paragraph of the program.
      *-----------------------------------------------------------------
       0000-MAIN.
           CALL 'SYSTEM' USING 'CLS'
           IF LNK-OPR-ID = SPACES
           OR LNK-OPR-ID = LOW-VALUE THEN
              PERFORM 0100-OPERATOR-LOGIN
           ELSE
              MOVE LNK-OPR-ID TO WS-OPERATOR-ID
              MOVE LNK-OPR-ROLE TO WS-OPERATOR-ROLE
              SET WS-LOGIN-OK TO 1
           END-IF
           IF WS-LOGIN-OK = 0 THEN
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-EA          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-EAOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-EA-CHANGE THRU 0100-EA-CHANGE-FIN
                 WHEN 2
                    PERFORM 0100-EA-HISTORY THRU 0100-EA-HISTORY-FIN
                 WHEN 3
                    PERFORM 0100-EA-REPORT THRU 0100-EA-REPORT-FIN
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
                    SET WS-OPTN TO 9
              END-EVALUATE
              IF WS-OPTN NOT = 9 THEN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              END-IF
           END-PERFORM
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-EA-ASK-ART : Asks an article and reads it from the
      *    inventory master; WS-EA-OK ends 1 when it exists.
      *-----------------------------------------------------------------
       0100-EA-ASK-ART.
           SET WS-EA-OK TO 0
           DISPLAY WS-MSG-EAAR LINE 06 COL 01
           MOVE SPACES TO WS-EA-CODART
           ACCEPT WS-EA-CODART LINE 06 COL 30
           MOVE FUNCTION UPPER-CASE(WS-EA-CODART) TO WS-EA-CODART
           IF WS-EA-CODART = SPACES THEN
              GO TO 0100-EA-ASK-ART-FIN
           END-IF
           OPEN INPUT INVENTARIO
           MOVE WS-EA-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 DISPLAY WS-MSG-EANF LINE 24 COL 01
              NOT INVALID KEY
                 SET WS-EA-OK TO 1
                 DISPLAY DESCART LINE 06 COL 42
           END-READ
           CLOSE INVENTARIO.
       0100-EA-ASK-ART-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-NAME : Name of lifecycle status WS-ESA-ESTADO.
      *-----------------------------------------------------------------
       0100-EA-NAME.
           EVALUATE TRUE
              WHEN WS-ESA-ES-NUEVO
                 MOVE 'NUEVO' TO WS-EA-NOMBRE
              WHEN WS-ESA-ES-FASE
                 MOVE 'FASE DE SALIDA' TO WS-EA-NOMBRE
              WHEN WS-ESA-ES-DESCONT
                 MOVE 'DESCONTINUADO' TO WS-EA-NOMBRE
              WHEN OTHER
                 MOVE 'ACTIVO' TO WS-EA-NOMBRE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-CHANGE : Moves an article to another lifecycle
      *    status. A discontinued article must name a replacement
      *    that exists and is not discontinued itself. The change is
      *    kept in ESTHIST.DAT and in the audit trail.
      *-----------------------------------------------------------------
       0100-EA-CHANGE.
           PERFORM 0100-EA-ASK-ART THRU 0100-EA-ASK-ART-FIN
           IF WS-EA-OK = 0 THEN
              GO TO 0100-EA-CHANGE-FIN
           END-IF
           MOVE WS-EA-CODART TO WS-ESA-CODART
           PERFORM 0100-ESA-GET THRU 0100-ESA-GET-FIN
           MOVE WS-ESA-ESTADO TO WS-ESA-ANTES
           PERFORM 0100-EA-NAME
           DISPLAY WS-MSG-EAAC LINE 08 COL 01
           DISPLAY WS-EA-NOMBRE LINE 08 COL 30
           IF WS-ESA-ES-DESCONT THEN
              DISPLAY WS-ESA-REEMPLAZO LINE 08 COL 48
           END-IF
           DISPLAY WS-MSG-EANU LINE 10 COL 01
           MOVE SPACE TO WS-ESA-CAMBIO
           ACCEPT WS-ESA-CAMBIO LINE 10 COL 72
           MOVE FUNCTION UPPER-CASE(WS-ESA-CAMBIO) TO WS-ESA-CAMBIO
           IF (WS-ESA-CAMBIO NOT = 'N' AND WS-ESA-CAMBIO NOT = 'A'
           AND WS-ESA-CAMBIO NOT = 'F' AND WS-ESA-CAMBIO NOT = 'D')
           OR WS-ESA-CAMBIO = WS-ESA-ANTES THEN
              DISPLAY WS-MSG-EAIV LINE 24 COL 01
              GO TO 0100-EA-CHANGE-FIN
           END-IF
           MOVE SPACES TO WS-ESA-REEMPLAZO
           IF WS-ESA-CAMBIO = 'D' THEN
              PERFORM 0100-EA-ASK-REPL THRU 0100-EA-ASK-REPL-FIN
              IF WS-ESA-REEMPLAZO = SPACES THEN
                 DISPLAY WS-MSG-EACA LINE 24 COL 01
                 GO TO 0100-EA-CHANGE-FIN
              END-IF
           END-IF
           DISPLAY WS-MSG-EAMO LINE 14 COL 01
           MOVE SPACES TO WS-ESA-MOTIVO
           ACCEPT WS-ESA-MOTIVO LINE 14 COL 30
           MOVE WS-EA-CODART TO WS-ESA-CODART
           PERFORM 0100-ESA-SET THRU 0100-ESA-SET-FIN
           MOVE WS-EA-CODART TO WS-CODART
           MOVE 'ESTADO-ART' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'ESTADO ' WS-ESA-ANTES
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'ESTADO ' WS-ESA-CAMBIO
                  ' REEMPLAZO ' WS-ESA-REEMPLAZO
                  ' ' WS-ESA-MOTIVO
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-MSG-EAOK LINE 24 COL 01.
       0100-EA-CHANGE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-ASK-REPL : Replacement of an article being
      *    discontinued; asked until valid or left empty.
      *-----------------------------------------------------------------
       0100-EA-ASK-REPL.
           SET WS-EA-OK TO 0
           PERFORM UNTIL WS-EA-OK = 1
              DISPLAY WS-MSG-EARE LINE 12 COL 01
              MOVE SPACES TO WS-ESA-REEMPLAZO
              ACCEPT WS-ESA-REEMPLAZO LINE 12 COL 45
              MOVE FUNCTION UPPER-CASE(WS-ESA-REEMPLAZO)
                 TO WS-ESA-REEMPLAZO
              IF WS-ESA-REEMPLAZO = SPACES THEN
                 GO TO 0100-EA-ASK-REPL-FIN
              END-IF
              PERFORM 0100-EA-CHECK-REPL
              IF WS-EA-OK = 0 THEN
                 DISPLAY WS-MSG-EARX LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
              END-IF
           END-PERFORM.
       0100-EA-ASK-REPL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-CHECK-REPL : The replacement must be another
      *    article of the master that is not discontinued.
      *-----------------------------------------------------------------
       0100-EA-CHECK-REPL.
           SET WS-EA-OK TO 0
           IF WS-ESA-REEMPLAZO = WS-EA-CODART THEN
              GO TO 0100-EA-CHECK-REPL-FIN
           END-IF
           OPEN INPUT INVENTARIO
           MOVE WS-ESA-REEMPLAZO TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-EA-OK TO 1
           END-READ
           CLOSE INVENTARIO
           IF WS-EA-OK = 1 THEN
              OPEN INPUT ESTART
              IF WS-ESA-STATUS = '00' THEN
                 MOVE WS-ESA-REEMPLAZO TO ESA-CODART
                 READ ESTART
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF ESA-DESCONTINUADO THEN
                          SET WS-EA-OK TO 0
                       END-IF
                 END-READ
              END-IF
              CLOSE ESTART
           END-IF.
       0100-EA-CHECK-REPL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-HISTORY : Status changes of one article, oldest
      *    first, from ESTHIST.DAT.
      *-----------------------------------------------------------------
       0100-EA-HISTORY.
           PERFORM 0100-EA-ASK-ART THRU 0100-EA-ASK-ART-FIN
           IF WS-EA-OK = 0 THEN
              GO TO 0100-EA-HISTORY-FIN
           END-IF
           DISPLAY WS-LB-EAH LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           MOVE 0 TO WS-EA-CNT
           OPEN INPUT ESTHIST
           IF WS-ESH-STATUS = '00' THEN
              SET WS-EA-FIN TO 0
              PERFORM UNTIL WS-EA-FIN = 1
                 READ ESTHIST
                    AT END
                       SET WS-EA-FIN TO 1
                    NOT AT END
                       IF ESH-CODART = WS-EA-CODART THEN
                          PERFORM 0100-EA-HIST-ROW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ESTHIST
           IF WS-EA-CNT = 0 THEN
              DISPLAY WS-MSG-EANH LINE 10 COL 01
           END-IF.
       0100-EA-HISTORY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-HIST-ROW : One history line, paging at row 20.
      *-----------------------------------------------------------------
       0100-EA-HIST-ROW.
           ADD 1 TO WS-EA-CNT
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
              MOVE 9 TO WS-ROWCTRL
           END-IF
           DISPLAY ESH-FECHA LINE WS-ROWCTRL COL 01
           DISPLAY ESH-HORA LINE WS-ROWCTRL COL 10
           DISPLAY ESH-ANTES LINE WS-ROWCTRL COL 18
           DISPLAY ESH-ESTADO LINE WS-ROWCTRL COL 23
           DISPLAY ESH-REEMPLAZO LINE WS-ROWCTRL COL 27
           DISPLAY ESH-OPERADOR LINE WS-ROWCTRL COL 38
           DISPLAY ESH-MOTIVO LINE WS-ROWCTRL COL 49
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-REPORT : Phase-out report to FASESAL.PRN. For every
      *    article in phase-out or discontinued: the stock left, its
      *    weekly issue rate over the chosen window (kardex issues,
      *    transfers left out) and the weeks that stock lasts at that
      *    rate.
      *-----------------------------------------------------------------
       0100-EA-REPORT.
           DISPLAY WS-MSG-EASE LINE 06 COL 01
           MOVE 0 TO WS-EA-SEMANAS
           ACCEPT WS-EA-SEMANAS LINE 06 COL 55
           IF WS-EA-SEMANAS = 0 THEN
              MOVE 13 TO WS-EA-SEMANAS
           END-IF
           PERFORM 0100-EA-LOAD THRU 0100-EA-LOAD-FIN
           IF WS-EA-CNT = 0 THEN
              DISPLAY WS-MSG-EANO LINE 08 COL 01
              GO TO 0100-EA-REPORT-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-V-HOY-N
           COMPUTE WS-EA-DESDE-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-V-HOY-N)
              - (WS-EA-SEMANAS * 7))
           MOVE WS-EA-DESDE-N TO WS-EA-DESDE
           PERFORM 0100-EA-SCAN-ISSUES
           OPEN OUTPUT FASEPRN
           MOVE SPACES TO FASEPRN-RECORD
           STRING 'ARTICULOS EN FASE DE SALIDA Y DESCONTINUADOS  '
                  WS-DATETIME(1:8)
           DELIMITED BY SIZE INTO FASEPRN-RECORD
           WRITE FASEPRN-RECORD
           MOVE SPACES TO FASEPRN-RECORD
           STRING 'RITMO DE SALIDA DESDE ' WS-EA-DESDE
                  '  (F = FASE DE SALIDA, D = DESCONTINUADO)'
           DELIMITED BY SIZE INTO FASEPRN-RECORD
           WRITE FASEPRN-RECORD
           MOVE WS-LB-EAF TO FASEPRN-RECORD
           WRITE FASEPRN-RECORD
           DISPLAY WS-LB-EAF LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           OPEN INPUT INVENTARIO
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-CNT
              PERFORM 0100-EA-REPORT-LINE
           END-PERFORM
           CLOSE INVENTARIO
           CLOSE FASEPRN
           MOVE WS-EA-CNT TO WS-EA-CNT-ED
           DISPLAY WS-MSG-EAPR LINE 22 COL 01
           DISPLAY WS-EA-CNT-ED LINE 22 COL 66.
       0100-EA-REPORT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-LOAD : Phase-out and discontinued articles of
      *    ESTART.DAT into WS-EA-TABLE.
      *-----------------------------------------------------------------
       0100-EA-LOAD.
           MOVE 0 TO WS-EA-CNT
           OPEN INPUT ESTART
           IF WS-ESA-STATUS NOT = '00' THEN
              CLOSE ESTART
              GO TO 0100-EA-LOAD-FIN
           END-IF
           SET WS-EA-FIN TO 0
           PERFORM UNTIL WS-EA-FIN = 1
              READ ESTART NEXT RECORD
                 AT END
                    SET WS-EA-FIN TO 1
                 NOT AT END
                    IF (ESA-FASE-SALIDA OR ESA-DESCONTINUADO)
                    AND WS-EA-CNT < 500 THEN
                       ADD 1 TO WS-EA-CNT
                       MOVE ESA-CODART TO WS-EA-T-CODART(WS-EA-CNT)
                       MOVE ESA-ESTADO TO WS-EA-T-ESTADO(WS-EA-CNT)
                       MOVE ESA-REEMPLAZO
                          TO WS-EA-T-REEMPL(WS-EA-CNT)
                       MOVE 0 TO WS-EA-T-SALIDAS(WS-EA-CNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ESTART.
       0100-EA-LOAD-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-SCAN-ISSUES : Adds the kardex issues of the window
      *    to the articles of the table, as the reorder point does.
      *-----------------------------------------------------------------
       0100-EA-SCAN-ISSUES.
           OPEN INPUT MOVIMSTK
           IF WS-MOV-STATUS NOT = '35' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MOVIMSTK
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE MOV-CANT TO WS-MOV-CANT
                       IF WS-MOV-CANT < 0
                       AND MOV-TIPO NOT = 'TRASL-SAL'
                       AND MOV-FECHA NOT < WS-EA-DESDE THEN
                          PERFORM 0100-EA-ADD-ISSUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMSTK
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-ADD-ISSUE : Adds one issue to its article's slot.
      *-----------------------------------------------------------------
       0100-EA-ADD-ISSUE.
           SET WS-EA-HIT TO 0
           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-CNT
              IF WS-EA-T-CODART(WS-EA-IDX) = MOV-CODART THEN
                 SET WS-EA-HIT TO WS-EA-IDX
                 MOVE 501 TO WS-EA-IDX
              END-IF
           END-PERFORM
           IF WS-EA-HIT > 0 THEN
              COMPUTE WS-V-ADJ-QTY = 0 - WS-MOV-CANT
              ADD WS-V-ADJ-QTY TO WS-EA-T-SALIDAS(WS-EA-HIT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EA-REPORT-LINE : One article of the report, printed
      *    and shown on screen while there is room.
      *-----------------------------------------------------------------
       0100-EA-REPORT-LINE.
           MOVE WS-EA-T-CODART(WS-EA-IDX) TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 MOVE SPACES TO DESCART
                 MOVE 0 TO CANT
           END-READ
           MOVE CANT TO WS-V-EA-CANT
           COMPUTE WS-V-EA-RITMO ROUNDED =
              WS-EA-T-SALIDAS(WS-EA-IDX) / WS-EA-SEMANAS
           EVALUATE TRUE
              WHEN WS-V-EA-CANT = 0
                 MOVE 'AGOTADO' TO WS-EA-SEM-X
              WHEN WS-V-EA-RITMO = 0
                 MOVE 'SIN VENTAS' TO WS-EA-SEM-X
              WHEN OTHER
                 COMPUTE WS-V-EA-SEM ROUNDED =
                    WS-V-EA-CANT / WS-V-EA-RITMO
                 MOVE WS-V-EA-SEM TO WS-EA-SEM-ED
                 MOVE WS-EA-SEM-ED TO WS-EA-SEM-X
           END-EVALUATE
           MOVE WS-V-EA-CANT TO WS-EA-CANT-ED
           MOVE WS-V-EA-RITMO TO WS-EA-RITMO-ED
           MOVE SPACES TO FASEPRN-RECORD
           STRING WS-EA-T-CODART(WS-EA-IDX) ' ' DESCART(1:25) ' '
                  WS-EA-T-ESTADO(WS-EA-IDX) ' ' WS-EA-CANT-ED ' '
                  WS-EA-RITMO-ED ' ' WS-EA-SEM-X ' '
                  WS-EA-T-REEMPL(WS-EA-IDX)
           DELIMITED BY SIZE INTO FASEPRN-RECORD
           WRITE FASEPRN-RECORD
           IF WS-ROWCTRL < 21 THEN
              DISPLAY FASEPRN-RECORD LINE WS-ROWCTRL COL 01
              ADD 1 TO WS-ROWCTRL
           END-IF
           EXIT.
      *
       copy "ESACHK.cpy".
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM ESTART01.
