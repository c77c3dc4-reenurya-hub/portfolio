      ******************************************************************
      * Program      : ATP01.cbl                                       *
      * Purpose      : Available-to-promise inquiry. Starts from the   *
      *                on-hand stock of one warehouse (Almacen         *
      *                Principal and Bodega from INVENTARIO.DAT, the   *
      *                rest from STOCKALM.DAT; all of them from CANT), *
      *                takes off the active RESERVAS.DAT reservations  *
      *                and the open backorders of PENDIENTES.DAT, and  *
      *                adds by date the open purchase order lines of   *
      *                PEDIDOS.DAT on their delivery date and the      *
      *                TRANSITO.DAT transfers bound to the warehouse   *
      *                on their expected arrival. Gives the projected  *
      *                available quantity day by day over the horizon  *
      *                and the earliest date a requested quantity can  *
      *                be promised; FACTUR01 and COTIZA01 call it      *
      *                without a screen from the line entry.           *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Transfers in transit count for  *
      *                                every warehouse, with the two-  *
      *                                character codes of TRANSITO.DAT.*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATP01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "RSVSEL.cpy".
       copy "PEDSEL.cpy".
       copy "SALSEL.cpy".
       copy "ALMSEL.cpy".
       copy "TRSSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "RSVFD.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "SALFD.cpy".
      *
       copy "ALMFD.cpy".
      *
       copy "TRSFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-RSV-STATUS      PIC XX.
           77 WS-PED-STATUS      PIC XX.
           77 WS-SAL-STATUS      PIC XX.
           77 WS-ALM-STATUS      PIC XX.
           77 WS-TRS-STATUS      PIC XX.
           77 WS-AT-CODART       PIC X(10).
           77 WS-AT-ALM          PIC X(02).
           77 WS-AT-HA           PIC X(01).
           77 WS-AT-HA2          PIC X(01).
           77 WS-AT-CANT-IN      PIC ZZZZ9.99.
           77 WS-AT-FECHA        PIC X(08).
           77 WS-AT-FECHA-N      PIC 9(08).
           77 WS-AT-HOY-N        PIC 9(08).
           77 WS-AT-HOY-I        PIC 9(07) VALUE 0.
           77 WS-AT-DIA-N        PIC 9(08).
           77 WS-AT-DIAS         PIC S9(07) VALUE 0.
           77 WS-AT-IDX          PIC 9(03) VALUE 0.
           77 WS-AT-HORIZ        PIC 9(03) VALUE 90.
           77 WS-AT-ART-OK       PIC 9 VALUE 0.
           77 WS-AT-ALM-OK       PIC 9 VALUE 0.
           77 WS-AT-FIN          PIC 9 VALUE 0.
           77 WS-AT-LLEGA        PIC X(08).
           77 WS-V-AT-CANT       PIC 9(5)V99 VALUE 0.
           77 WS-V-AT-EXIST      PIC S9(7)V99 VALUE 0.
           77 WS-V-AT-RSV        PIC S9(7)V99 VALUE 0.
           77 WS-V-AT-PEN        PIC S9(7)V99 VALUE 0.
           77 WS-V-AT-DISP       PIC S9(7)V99 VALUE 0.
           77 WS-V-AT-ENT        PIC S9(7)V99 VALUE 0.
           77 WS-V-AT-FUERA      PIC S9(7)V99 VALUE 0.
           77 WS-V-AT-PED        PIC 9(5)V99 VALUE 0.
           77 WS-V-AT-REC        PIC 9(5)V99 VALUE 0.
           77 WS-AT-ED1          PIC -ZZZZZZ9.99.
           77 WS-AT-ED2          PIC -ZZZZZZ9.99.
      *
      *    INCOMING QUANTITY AND PROJECTED AVAILABLE QUANTITY PER DAY,
      *    DAY 1 BEING TODAY.
       01 WS-AT-TABLA.
           02 WS-AT-DIA OCCURS 90 TIMES.
               03 WS-AT-T-ENT       PIC S9(7)V99.
               03 WS-AT-T-PROY      PIC S9(7)V99.
      *
           77 WS-ST-AT     PIC X(25) VALUE 'DISPONIBLE PARA PROMETER '.
           77 WS-MSG-ATOP PIC X(80) VALUE ' 1-CONSULTA 9-SALE       '-
       '                                                  [  ]'.
           77 WS-MSG-ATAR PIC X(80) VALUE ' Articulo a consultar:   '-
       '                                                       '.
           77 WS-MSG-ATNF PIC X(80) VALUE ' Articulo no encontrado e'-
       'ntre los articulos activos.                            '.
           77 WS-MSG-ATAL PIC X(80) VALUE ' Almacen (ENTER = todos l'-
       'os almacenes):                                         '.
           77 WS-MSG-ATAX PIC X(80) VALUE ' Almacen no existe o esta'-
       ' inactivo en ALMACEN.DAT.                              '.
           77 WS-MSG-ATQT PIC X(80) VALUE ' Cantidad requerida (ENTE'-
       'R = solo la proyeccion):                               '.
           77 WS-MSG-ATPR PIC X(80) VALUE ' La cantidad requerida se'-
       ' puede prometer el:                                    '.
           77 WS-MSG-ATNO PIC X(80) VALUE ' La cantidad requerida no'-
       ' se completa dentro del horizonte de 90 dias.          '.
           77 WS-MSG-ATCS PIC X(80) VALUE ' Proyeccion dia por dia e'-
       'n CSV registrado en INFORMES.LOG.                      '.
           77 WS-LB-ATEX  PIC X(20) VALUE 'Existencia.........:'.
           77 WS-LB-ATRS  PIC X(20) VALUE 'Reservas activas...:'.
           77 WS-LB-ATPN  PIC X(20) VALUE 'Pedidos pendientes.:'.
           77 WS-LB-ATDS  PIC X(20) VALUE 'Disponible hoy.....:'.
           77 WS-LB-ATFU  PIC X(20) VALUE 'Entradas posteriores'.
           77 WS-LB-AT    PIC X(40) VALUE 'FECHA        ENTRADAS  '-
       '   DISPONIBLE'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       copy "OPLINK.cpy".
      *
       copy "ATPLNK.cpy".
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-OPERATOR LNK-ATP.
      *-----------------------------------------------------------------
      *    0000-MAIN : Main paragraph of the program. A call from the
      *    line entry only computes the projection and returns.
      *-----------------------------------------------------------------
       0000-MAIN.
           IF LNK-ATP-CONSULTA THEN
              MOVE LNK-ATP-CODART TO WS-AT-CODART
              MOVE LNK-ATP-ALM TO WS-AT-ALM
              MOVE LNK-ATP-CANT TO WS-V-AT-CANT
              PERFORM 0100-AT-PROJECT
              MOVE WS-V-AT-DISP TO LNK-ATP-HOY
              MOVE WS-AT-FECHA TO LNK-ATP-FECHA
              GOBACK
           END-IF
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
           PERFORM 0100-LOAD-PARAMS
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-AT          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-ATOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-INQUIRY THRU 0100-INQUIRY-FIN
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
      *    0100-INQUIRY : Article, warehouse and requested quantity,
      *    then the projection on screen and in a CSV.
      *-----------------------------------------------------------------
       0100-INQUIRY.
           DISPLAY WS-MSG-ATAR LINE 06 COL 01
           MOVE SPACES TO WS-AT-CODART
           ACCEPT WS-AT-CODART LINE 06 COL 40
           MOVE FUNCTION UPPER-CASE(WS-AT-CODART) TO WS-AT-CODART
           SET WS-AT-ART-OK TO 0
           OPEN INPUT INVENTARIO
           MOVE WS-AT-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ACTFLAG-ACTIVE THEN
                    SET WS-AT-ART-OK TO 1
                    DISPLAY DESCART LINE 06 COL 45
                 END-IF
           END-READ
           CLOSE INVENTARIO
           IF WS-AT-ART-OK = 0 THEN
              DISPLAY WS-MSG-ATNF LINE 24 COL 01
              GO TO 0100-INQUIRY-FIN
           END-IF
           DISPLAY WS-MSG-ATAL LINE 07 COL 01
           MOVE SPACES TO WS-AT-ALM
           ACCEPT WS-AT-ALM LINE 07 COL 40
           IF WS-AT-ALM = LOW-VALUE THEN
              MOVE SPACES TO WS-AT-ALM
           END-IF
           PERFORM 0100-AT-CHECK-ALM
           IF WS-AT-ALM-OK = 0 THEN
              DISPLAY WS-MSG-ATAX LINE 24 COL 01
              GO TO 0100-INQUIRY-FIN
           END-IF
           DISPLAY WS-MSG-ATQT LINE 08 COL 01
           MOVE WS-ZERO TO WS-AT-CANT-IN
           ACCEPT WS-AT-CANT-IN LINE 08 COL 50
           MOVE WS-AT-CANT-IN TO WS-V-AT-CANT
           PERFORM 0100-AT-PROJECT
           PERFORM 0100-AT-SHOW
           PERFORM 0100-AT-CSV
           DISPLAY WS-MSG-ATCS LINE 22 COL 01.
       0100-INQUIRY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-CHECK-ALM : Spaces stand for every warehouse; 01 and
      *    02 live in INVENTARIO.DAT; any other code has to be an
      *    active warehouse of ALMACEN.DAT.
      *-----------------------------------------------------------------
       0100-AT-CHECK-ALM.
           SET WS-AT-ALM-OK TO 0
           IF WS-AT-ALM = SPACES OR WS-AT-ALM = '01'
           OR WS-AT-ALM = '02' THEN
              SET WS-AT-ALM-OK TO 1
           ELSE
              OPEN INPUT ALMACEN
              IF WS-ALM-STATUS = '00' THEN
                 MOVE WS-AT-ALM TO ALM-COD
                 READ ALMACEN
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF ALM-ACTIVO THEN
                          SET WS-AT-ALM-OK TO 1
                       END-IF
                 END-READ
              END-IF
              CLOSE ALMACEN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-PROJECT : The projection for WS-AT-CODART in
      *    WS-AT-ALM. The quantity available today is the on-hand
      *    stock less reservations and backorders; each day adds what
      *    is due to arrive that day (anything overdue counts today).
      *    WS-AT-FECHA ends with the first day the projection covers
      *    WS-V-AT-CANT, or spaces.
      *-----------------------------------------------------------------
       0100-AT-PROJECT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-AT-HOY-N
           COMPUTE WS-AT-HOY-I = FUNCTION INTEGER-OF-DATE(WS-AT-HOY-N)
           INITIALIZE WS-AT-TABLA
           MOVE 0 TO WS-V-AT-EXIST
           MOVE 0 TO WS-V-AT-RSV
           MOVE 0 TO WS-V-AT-PEN
           MOVE 0 TO WS-V-AT-FUERA
           MOVE SPACES TO WS-AT-FECHA
           MOVE SPACE TO WS-AT-HA2
           EVALUATE WS-AT-ALM
              WHEN '01'
                 MOVE '1' TO WS-AT-HA
              WHEN '02'
                 MOVE '2' TO WS-AT-HA
              WHEN SPACES
                 MOVE SPACE TO WS-AT-HA
              WHEN OTHER
                 MOVE WS-AT-ALM(1:1) TO WS-AT-HA
                 MOVE WS-AT-ALM(2:1) TO WS-AT-HA2
           END-EVALUATE
           PERFORM 0100-AT-ONHAND
           PERFORM 0100-AT-RESERVAS
           PERFORM 0100-AT-PENDIENTES
           IF WS-AT-ALM = SPACES OR WS-AT-ALM = '01' THEN
              PERFORM 0100-AT-PEDIDOS
           END-IF
           IF WS-AT-HA NOT = SPACE THEN
              PERFORM 0100-AT-TRANSITO
           END-IF
           COMPUTE WS-V-AT-DISP =
              WS-V-AT-EXIST - WS-V-AT-RSV - WS-V-AT-PEN
           COMPUTE WS-AT-T-PROY(1) = WS-V-AT-DISP + WS-AT-T-ENT(1)
           PERFORM VARYING WS-AT-IDX FROM 2 BY 1
                   UNTIL WS-AT-IDX > WS-AT-HORIZ
              COMPUTE WS-AT-T-PROY(WS-AT-IDX) =
                 WS-AT-T-PROY(WS-AT-IDX - 1) + WS-AT-T-ENT(WS-AT-IDX)
           END-PERFORM
           IF WS-V-AT-DISP NOT < WS-V-AT-CANT THEN
              MOVE WS-AT-HOY-N TO WS-AT-FECHA
           ELSE
              PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                      UNTIL WS-AT-IDX > WS-AT-HORIZ
                         OR WS-AT-FECHA NOT = SPACES
                 IF WS-AT-T-PROY(WS-AT-IDX) NOT < WS-V-AT-CANT THEN
                    COMPUTE WS-AT-DIA-N = FUNCTION DATE-OF-INTEGER(
                       WS-AT-HOY-I + WS-AT-IDX - 1)
                    MOVE WS-AT-DIA-N TO WS-AT-FECHA
                 END-IF
              END-PERFORM
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-ONHAND : Stock on hand in the warehouse; the company
      *    total CANT already holds the goods in transit.
      *-----------------------------------------------------------------
       0100-AT-ONHAND.
           SET WS-AT-ART-OK TO 0
           OPEN INPUT INVENTARIO
           MOVE WS-AT-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-AT-ART-OK TO 1
                 EVALUATE WS-AT-ALM
                    WHEN SPACES
                       MOVE CANT TO WS-V-AT-EXIST
                    WHEN '01'
                       MOVE CANT-ALM1 TO WS-V-AT-EXIST
                    WHEN '02'
                       MOVE CANT-ALM2 TO WS-V-AT-EXIST
                    WHEN OTHER
                       PERFORM 0100-AT-STOCKALM
                 END-EVALUATE
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-STOCKALM : Stock of a warehouse other than 01/02.
      *-----------------------------------------------------------------
       0100-AT-STOCKALM.
           OPEN INPUT STOCKALM
           IF WS-SAL-STATUS = '00' THEN
              MOVE WS-AT-CODART TO SAL-CODART
              MOVE WS-AT-ALM TO SAL-ALM
              READ STOCKALM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SAL-CANT TO WS-V-AT-EXIST
              END-READ
           END-IF
           CLOSE STOCKALM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-RESERVAS : Active reservations of the article.
      *-----------------------------------------------------------------
       0100-AT-RESERVAS.
           OPEN INPUT RESERVAS
           IF WS-RSV-STATUS = '00' THEN
              MOVE WS-AT-CODART TO RSV-CODART
              MOVE 0 TO RSV-SEQ
              SET WS-AT-FIN TO 0
              START RESERVAS KEY IS NOT LESS THAN RSV-CLAVE
                 INVALID KEY
                    SET WS-AT-FIN TO 1
              END-START
              PERFORM UNTIL WS-AT-FIN = 1
                 READ RESERVAS NEXT RECORD
                    AT END
                       SET WS-AT-FIN TO 1
                    NOT AT END
                       IF RSV-CODART NOT = WS-AT-CODART THEN
                          SET WS-AT-FIN TO 1
                       ELSE
                          IF RSV-EST-ACTIVA THEN
                             ADD RSV-CANT TO WS-V-AT-RSV
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RESERVAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-PENDIENTES : Open backorders of the article.
      *-----------------------------------------------------------------
       0100-AT-PENDIENTES.
           OPEN INPUT PENDIENTES
           IF WS-PEN-STATUS = '00' THEN
              SET WS-AT-FIN TO 0
              PERFORM UNTIL WS-AT-FIN = 1
                 READ PENDIENTES
                    AT END
                       SET WS-AT-FIN TO 1
                    NOT AT END
                       IF PEN-CODART = WS-AT-CODART
                       AND PEN-EST-ABIERTO THEN
                          MOVE PEN-CANT TO WS-V-AT-ENT
                          ADD WS-V-AT-ENT TO WS-V-AT-PEN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PENDIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-PEDIDOS : The quantity still to receive of every
      *    open or partial order line, on its delivery date. Orders
      *    are received into Almacen Principal.
      *-----------------------------------------------------------------
       0100-AT-PEDIDOS.
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '00' THEN
              SET WS-AT-FIN TO 0
              PERFORM UNTIL WS-AT-FIN = 1
                 READ PEDIDOS NEXT RECORD
                    AT END
                       SET WS-AT-FIN TO 1
                    NOT AT END
                       IF PED-CODART = WS-AT-CODART
                       AND (PED-EST-ABIERTA OR PED-EST-PARCIAL) THEN
                          MOVE PED-CANT-PED TO WS-V-AT-PED
                          MOVE PED-CANT-REC TO WS-V-AT-REC
                          IF WS-V-AT-PED > WS-V-AT-REC THEN
                             COMPUTE WS-V-AT-ENT =
                                WS-V-AT-PED - WS-V-AT-REC
                             MOVE PED-FENTREGA TO WS-AT-LLEGA
                             PERFORM 0100-AT-ADD-DAY
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PEDIDOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-TRANSITO : Transfers in transit to the warehouse, on
      *    their expected arrival (the day after the dispatch when the
      *    document has none).
      *-----------------------------------------------------------------
       0100-AT-TRANSITO.
           OPEN INPUT TRANSITO
           IF WS-TRS-STATUS = '00' THEN
              SET WS-AT-FIN TO 0
              PERFORM UNTIL WS-AT-FIN = 1
                 READ TRANSITO NEXT RECORD
                    AT END
                       SET WS-AT-FIN TO 1
                    NOT AT END
                       IF TRS-CODART = WS-AT-CODART
                       AND TRS-HA = WS-AT-HA
                       AND TRS-HA2 = WS-AT-HA2
                       AND TRS-EST-TRANSITO THEN
                          MOVE TRS-CANT TO WS-V-AT-ENT
                          MOVE TRS-FLLEGA TO WS-AT-LLEGA
                          IF TRS-FLLEGA IS NOT NUMERIC
                          AND TRS-FECHA IS NUMERIC THEN
                             MOVE TRS-FECHA TO WS-AT-FECHA-N
                             COMPUTE WS-AT-DIA-N =
                                FUNCTION DATE-OF-INTEGER(
                                FUNCTION INTEGER-OF-DATE(WS-AT-FECHA-N)
                                + 1)
                             MOVE WS-AT-DIA-N TO WS-AT-LLEGA
                          END-IF
                          PERFORM 0100-AT-ADD-DAY
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE TRANSITO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-ADD-DAY : WS-V-AT-ENT due on WS-AT-LLEGA into its
      *    day of the horizon; past or unreadable dates count today,
      *    dates beyond the horizon are only totalled.
      *-----------------------------------------------------------------
       0100-AT-ADD-DAY.
           MOVE 0 TO WS-AT-DIAS
           IF WS-AT-LLEGA IS NUMERIC THEN
              MOVE WS-AT-LLEGA TO WS-AT-FECHA-N
              COMPUTE WS-AT-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-AT-FECHA-N)
                 - WS-AT-HOY-I
           END-IF
           IF WS-AT-DIAS < 0 THEN
              MOVE 0 TO WS-AT-DIAS
           END-IF
           IF WS-AT-DIAS NOT < WS-AT-HORIZ THEN
              ADD WS-V-AT-ENT TO WS-V-AT-FUERA
           ELSE
              COMPUTE WS-AT-IDX = WS-AT-DIAS + 1
              ADD WS-V-AT-ENT TO WS-AT-T-ENT(WS-AT-IDX)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-SHOW : The starting position, the promise date and
      *    the days on which the projection changes.
      *-----------------------------------------------------------------
       0100-AT-SHOW.
           MOVE WS-V-AT-EXIST TO WS-AT-ED1
           DISPLAY WS-LB-ATEX LINE 10 COL 01
           DISPLAY WS-AT-ED1 LINE 10 COL 22
           MOVE WS-V-AT-RSV TO WS-AT-ED1
           DISPLAY WS-LB-ATRS LINE 11 COL 01
           DISPLAY WS-AT-ED1 LINE 11 COL 22
           MOVE WS-V-AT-PEN TO WS-AT-ED1
           DISPLAY WS-LB-ATPN LINE 10 COL 40
           DISPLAY WS-AT-ED1 LINE 10 COL 61
           MOVE WS-V-AT-DISP TO WS-AT-ED1
           DISPLAY WS-LB-ATDS LINE 11 COL 40
           DISPLAY WS-AT-ED1 LINE 11 COL 61
           IF WS-V-AT-CANT > 0 THEN
              IF WS-AT-FECHA = SPACES THEN
                 DISPLAY WS-MSG-ATNO LINE 12 COL 01
              ELSE
                 DISPLAY WS-MSG-ATPR LINE 12 COL 01
                 DISPLAY WS-AT-FECHA LINE 12 COL 50
              END-IF
           END-IF
           DISPLAY WS-LB-AT LINE 13 COL 01
           MOVE 13 TO WS-ROWCTRL
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-HORIZ
              IF WS-AT-IDX = 1 OR WS-AT-T-ENT(WS-AT-IDX) NOT = 0 THEN
                 IF WS-ROWCTRL > 20 THEN
                    DISPLAY WS-MSG-AN1 LINE 24 COL 01
                    ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                    DISPLAY WS-SPC LINE 24 COL 01
                    DISPLAY WS-BLANK LINE 14 COL 01 ERASE EOS
                    MOVE 13 TO WS-ROWCTRL
                 END-IF
                 ADD 1 TO WS-ROWCTRL
                 COMPUTE WS-AT-DIA-N = FUNCTION DATE-OF-INTEGER(
                    WS-AT-HOY-I + WS-AT-IDX - 1)
                 MOVE WS-AT-T-ENT(WS-AT-IDX) TO WS-AT-ED1
                 MOVE WS-AT-T-PROY(WS-AT-IDX) TO WS-AT-ED2
                 DISPLAY WS-AT-DIA-N LINE WS-ROWCTRL COL 01
                 DISPLAY WS-AT-ED1 LINE WS-ROWCTRL COL 11
                 DISPLAY WS-AT-ED2 LINE WS-ROWCTRL COL 25
              END-IF
           END-PERFORM
           IF WS-V-AT-FUERA > 0 THEN
              ADD 1 TO WS-ROWCTRL
              MOVE WS-V-AT-FUERA TO WS-AT-ED1
              DISPLAY WS-LB-ATFU LINE WS-ROWCTRL COL 01
              DISPLAY WS-AT-ED1 LINE WS-ROWCTRL COL 22
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AT-CSV : Every day of the horizon in a CSV registered
      *    in INFORMES.LOG.
      *-----------------------------------------------------------------
       0100-AT-CSV.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'ATP_' WS-AT-CODART DELIMITED BY SPACE
                  '_' WS-RPT-STAMP '.CSV' DELIMITED BY SIZE
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE WS-V-AT-CANT TO WS-AT-ED1
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'ARTICULO' WS-CSV-DELIM WS-AT-CODART WS-CSV-DELIM
                  'ALMACEN' WS-CSV-DELIM WS-AT-ALM WS-CSV-DELIM
                  'REQUERIDO' WS-CSV-DELIM WS-AT-ED1 WS-CSV-DELIM
                  'FECHA' WS-CSV-DELIM WS-AT-FECHA
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-V-AT-EXIST TO WS-AT-ED1
           MOVE WS-V-AT-RSV TO WS-AT-ED2
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'EXISTENCIA' WS-CSV-DELIM WS-AT-ED1 WS-CSV-DELIM
                  'RESERVAS' WS-CSV-DELIM WS-AT-ED2
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-V-AT-PEN TO WS-AT-ED1
           MOVE WS-V-AT-DISP TO WS-AT-ED2
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'PENDIENTES' WS-CSV-DELIM WS-AT-ED1 WS-CSV-DELIM
                  'DISPONIBLE_HOY' WS-CSV-DELIM WS-AT-ED2
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'FECHA' WS-CSV-DELIM 'ENTRADAS' WS-CSV-DELIM
                  'DISPONIBLE'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-HORIZ
              COMPUTE WS-AT-DIA-N = FUNCTION DATE-OF-INTEGER(
                 WS-AT-HOY-I + WS-AT-IDX - 1)
              MOVE WS-AT-T-ENT(WS-AT-IDX) TO WS-AT-ED1
              MOVE WS-AT-T-PROY(WS-AT-IDX) TO WS-AT-ED2
              MOVE SPACES TO OUTPUT-RECORD
              STRING WS-AT-DIA-N WS-CSV-DELIM WS-AT-ED1
                     WS-CSV-DELIM WS-AT-ED2
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-PERFORM
           MOVE WS-V-AT-FUERA TO WS-AT-ED1
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'POSTERIOR' WS-CSV-DELIM WS-AT-ED1
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM ATP01.
