      *                article plus warehouse), so opening a location  *
      *                is a data entry instead of a program change.    *
      *                Carries the per-location display, quantity      *
      *                adjustment, transfer between any two            *
      *                warehouses, the count sheet per warehouse and   *
      *                the minimum / maximum levels of each article    *
      *                per warehouse that drive the replenishment      *
      *                proposal. Warehouses 01 and 02 are ALWAYS read  *
      *                live from the legacy CANT-ALM1 / CANT-ALM2      *
      *                fields (which the other posting programs        *
      *                maintain) and adjustments made here mirror into *
      *                them, so the displays never drift from the rest *
      *                of the system.                                  *
      * Date         : 01-sep-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Layouts moved to ALMSEL/ALMFD   *
      *                                and SALSEL/SALFD copybooks.     *
      *                                Customer-type consignment       *
      *                                warehouses; adjustments and     *
      *                                transfers refuse them.          *
      * 15-oct-2026    R. Urquijo      Vehicle-type route van          *
      *                                warehouses with their driver;   *
      *                                adjustments and transfers refuse*
      *                                them.                           *
      * 15-oct-2026    R. Urquijo      Minimum and maximum levels per  *
      *                                article and warehouse on        *
      *                                STOCKALM.DAT, for the           *
      *                                replenishment proposal between  *
      *                                warehouses.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALMACEN01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "ALMSEL.cpy".
      *
       copy "SALSEL.cpy".
      *
       copy "CLISEL.cpy".
      *
           SELECT OPTIONAL CNTALM ASSIGN TO "CONTEOALM.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "ALMFD.cpy".
      *
       copy "SALFD.cpy".
      *
       copy "CLIFD.cpy".
      *
       FD CNTALM.
       01 CNTALM-RECORD        PIC X(80).
      *-----------------------------------------------------------------
           77 WS-ALM-STATUS      PIC XX.
           77 WS-SAL-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-AL-ALMTIPO      PIC X(01).
           77 WS-AL-CLIENTE      PIC X(10).
           77 WS-AL-CLI-OK       PIC 9 VALUE 0.
           77 WS-AL-OPR-OK       PIC 9 VALUE 0.
           77 WS-AL-COD          PIC X(02).
           77 WS-AL-COD2         PIC X(02).
           77 WS-AL-NOMBRE       PIC X(25).
           77 WS-AL-TIPO         PIC X(01).
           77 WS-AL-DEST         PIC X(02).
           77 WS-AL-OUT-OK       PIC 9 VALUE 0.
           77 WS-AL-NIV-IN       PIC ZZZZ9.
           77 WS-AL-NIV-ED       PIC ZZZZ9.
           77 WS-V-AL-MIN        PIC 9(05) VALUE 0.
           77 WS-V-AL-MAX        PIC 9(05) VALUE 0.
           77 WS-AL-NIV-ANT      PIC X(10).
      *
           77 WS-ST-AL     PIC X(25) VALUE 'ALMACENES                '.
           77 WS-MSG-ALOP PIC X(80) VALUE ' 1-ALMACENES 2-FIJA 3-EXI'-
       'STE 4-AJUSTA 5-TRASLADA 6-CONTEO 7-NIVELES 9-SALE  [  ]'.
           77 WS-MSG-ALCD PIC X(80) VALUE ' Codigo del almacen (2 ca'-
       'racteres):                                             '.
           77 WS-MSG-ALNM PIC X(80) VALUE ' Nombre del almacen:     '-
       '                                                       '.
           77 WS-MSG-ALN0 PIC X(80) VALUE ' No hay almacenes registr'-
       'ados. Creelos con la opcion 2.                         '.
           77 WS-MSG-ALNX PIC X(80) VALUE ' Almacen no registrado, i'-
       'nactivo, de consignacion o vehiculo.                   '.
           77 WS-MSG-ALAR PIC X(80) VALUE ' Articulo:               '-
       '                                                       '.
           77 WS-MSG-ALNF PIC X(80) VALUE ' Articulo no encontrado e'-
       'ada en CONTEOALM.PRN.                                  '.
           77 WS-MSG-ALSN PIC X(80) VALUE ' El articulo no tiene exi'-
       'stencia registrada por almacen.                        '.
           77 WS-MSG-ALTA PIC X(80) VALUE ' Tipo (I=Interno C=Consig'-
       'nacion V=Vehiculo):                                    '.
           77 WS-MSG-ALCL PIC X(80) VALUE ' Cliente del almacen de c'-
       'onsignacion:                                           '.
           77 WS-MSG-ALCN PIC X(80) VALUE ' Cliente no encontrado o '-
       'inactivo. El almacen no fue registrado.                '.
           77 WS-MSG-ALCO PIC X(80) VALUE ' Conductor del vehiculo ('-
       'operador):                                             '.
           77 WS-MSG-ALON PIC X(80) VALUE ' Operador no encontrado o'-
       ' inactivo. El almacen no fue registrado.               '.
           77 WS-MSG-ALMN PIC X(80) VALUE ' Minimo del articulo en e'-
       'l almacen (unidades):                                  '.
           77 WS-MSG-ALMX PIC X(80) VALUE ' Maximo (0 = reponer solo'-
       ' hasta el minimo):                                     '.
           77 WS-MSG-ALMV PIC X(80) VALUE ' El maximo no puede ser m'-
       'enor que el minimo. Rechazado.                         '.
           77 WS-MSG-ALNV PIC X(80) VALUE ' Niveles del articulo en '-
       'el almacen registrados.                                '.
           77 WS-MSG-ALNA PIC X(80) VALUE ' Niveles actuales -  mini'-
       'mo:          maximo:                                   '.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
                    PERFORM 0100-TRANSFER
                 WHEN 6
                    PERFORM 0100-COUNT-SHEET
                 WHEN 7
                    PERFORM 0100-LEVELS THRU 0100-LEVELS-FIN
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
                       DISPLAY ALM-COD LINE WS-ROWCTRL COL 01
                       DISPLAY ALM-NOMBRE LINE WS-ROWCTRL COL 06
                       DISPLAY ALM-ACTFLAG LINE WS-ROWCTRL COL 34
                       IF ALM-TIPO-CLIENTE OR ALM-TIPO-VEHICULO THEN
                          DISPLAY ALM-TIPO LINE WS-ROWCTRL COL 37
                          DISPLAY ALM-CLIENTE LINE WS-ROWCTRL COL 40
                       END-IF
                       ADD 1 TO WS-ROWCTRL
                 END-READ
              END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-ALMACEN : Stores (or replaces) one warehouse. A
      *    customer-type warehouse names the customer whose premises
      *    hold the consigned stock; a vehicle-type one names the
      *    operator who drives the van.
      *-----------------------------------------------------------------
       0100-SET-ALMACEN.
           DISPLAY WS-MSG-ALCD LINE 07 COL 01
           DISPLAY WS-MSG-ALNM LINE 08 COL 01
           MOVE SPACES TO WS-AL-NOMBRE
           ACCEPT WS-AL-NOMBRE LINE 08 COL 30
           DISPLAY WS-MSG-ALTA LINE 09 COL 01
           MOVE SPACE TO WS-AL-ALMTIPO
           ACCEPT WS-AL-ALMTIPO LINE 09 COL 45
           MOVE FUNCTION UPPER-CASE(WS-AL-ALMTIPO) TO WS-AL-ALMTIPO
           MOVE SPACES TO WS-AL-CLIENTE
           EVALUATE WS-AL-ALMTIPO
              WHEN 'C'
                 PERFORM 0100-GET-CLI-ALM
                 IF WS-AL-CLI-OK = 0 THEN
                    DISPLAY WS-MSG-ALCN LINE 24 COL 01
                    GO TO 0100-SET-ALMACEN-FIN
                 END-IF
              WHEN 'V'
                 PERFORM 0100-GET-OPR-ALM
                 IF WS-AL-OPR-OK = 0 THEN
                    DISPLAY WS-MSG-ALON LINE 24 COL 01
                    GO TO 0100-SET-ALMACEN-FIN
                 END-IF
              WHEN OTHER
                 MOVE 'I' TO WS-AL-ALMTIPO
           END-EVALUATE
           OPEN I-O ALMACEN
           MOVE WS-AL-COD TO ALM-COD
           READ ALMACEN
                 MOVE WS-AL-COD TO ALM-COD
                 MOVE WS-AL-NOMBRE TO ALM-NOMBRE
                 SET ALM-ACTIVO TO TRUE
                 MOVE WS-AL-ALMTIPO TO ALM-TIPO
                 MOVE WS-AL-CLIENTE TO ALM-CLIENTE
                 MOVE SPACES TO ALM-FILLER
                 WRITE ALM-REG
              NOT INVALID KEY
                 MOVE WS-AL-NOMBRE TO ALM-NOMBRE
                 SET ALM-ACTIVO TO TRUE
                 MOVE WS-AL-ALMTIPO TO ALM-TIPO
                 MOVE WS-AL-CLIENTE TO ALM-CLIENTE
                 REWRITE ALM-REG
           END-READ
           CLOSE ALMACEN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-CLI-ALM : Asks the customer of a consignment
      *    warehouse; WS-AL-CLI-OK ends 1 when it is an active one
      *    not merged into another.
      *-----------------------------------------------------------------
       0100-GET-CLI-ALM.
           SET WS-AL-CLI-OK TO 0
           DISPLAY WS-MSG-ALCL LINE 10 COL 01
           ACCEPT WS-AL-CLIENTE LINE 10 COL 45
           IF WS-AL-CLIENTE = SPACES
           OR WS-AL-CLIENTE = LOW-VALUE THEN
              GO TO 0100-GET-CLI-ALM-FIN
           END-IF
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00' THEN
              MOVE WS-AL-CLIENTE TO CLI-ID
              READ CLIENTES
                 KEY IS CLI-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CLI-ACTIVO AND CLI-FUSION = SPACES THEN
                       SET WS-AL-CLI-OK TO 1
                       DISPLAY CLI-NOMBRE LINE 10 COL 57
                    END-IF
              END-READ
           END-IF
           CLOSE CLIENTES.
       0100-GET-CLI-ALM-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-OPR-ALM : Asks the driver of a vehicle warehouse;
      *    WS-AL-OPR-OK ends 1 when it is an active operator.
      *-----------------------------------------------------------------
       0100-GET-OPR-ALM.
           SET WS-AL-OPR-OK TO 0
           DISPLAY WS-MSG-ALCO LINE 10 COL 01
           ACCEPT WS-AL-CLIENTE LINE 10 COL 45
           IF WS-AL-CLIENTE = SPACES
           OR WS-AL-CLIENTE = LOW-VALUE THEN
              GO TO 0100-GET-OPR-ALM-FIN
           END-IF
           OPEN INPUT OPERADORES
           IF WS-OPR-STATUS = '00' THEN
              MOVE WS-AL-CLIENTE TO OPR-ID
              READ OPERADORES
                 KEY IS OPR-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF OPR-ACTIVO THEN
                       SET WS-AL-OPR-OK TO 1
                    END-IF
              END-READ
           END-IF
           CLOSE OPERADORES.
       0100-GET-OPR-ALM-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-ALMACEN : Validates WS-AL-COD against the master.
      *    A customer consignment warehouse is refused: its stock only
      *    moves through the consignment documents of CONSCLI01. So is
      *    a route van, whose stock only moves through the load-out
      *    and settlement of AUTOVEN01.
      *-----------------------------------------------------------------
       0100-CHECK-ALMACEN.
           SET WS-AL-FOUND TO 0
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ALM-ACTIVO AND NOT ALM-TIPO-CLIENTE
                    AND NOT ALM-TIPO-VEHICULO THEN
                       SET WS-AL-FOUND TO 1
                    END-IF
              END-READ
                 MOVE WS-AL-CODART TO SAL-CODART
                 MOVE WS-AL-COD TO SAL-ALM
                 MOVE WS-V-AL-CANT TO SAL-CANT
                 MOVE SPACES TO SAL-NIVELES
                 WRITE SAL-REG
              NOT INVALID KEY
                 ADD WS-V-AL-CANT TO SAL-CANT
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LEVELS : Minimum and maximum of one article in one
      *    warehouse, kept on its STOCKALM.DAT record (created with
      *    no stock when missing; for 01 and 02 the record only
      *    carries the levels). Both in zero clear the levels.
      *-----------------------------------------------------------------
       0100-LEVELS.
           PERFORM 0100-GET-ART-ALM
           IF WS-AL-FOUND = 0 THEN
              GO TO 0100-LEVELS-FIN
           END-IF
           MOVE 0 TO WS-V-AL-MIN
           MOVE 0 TO WS-V-AL-MAX
           MOVE SPACES TO WS-AL-NIV-ANT
           OPEN INPUT STOCKALM
           IF WS-SAL-STATUS = '00' THEN
              MOVE WS-AL-CODART TO SAL-CODART
              MOVE WS-AL-COD TO SAL-ALM
              READ STOCKALM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SAL-NIVELES IS NUMERIC THEN
                       MOVE SAL-MIN TO WS-V-AL-MIN
                       MOVE SAL-MAX TO WS-V-AL-MAX
                       MOVE SAL-NIVELES TO WS-AL-NIV-ANT
                    END-IF
              END-READ
           END-IF
           CLOSE STOCKALM
           DISPLAY WS-MSG-ALNA LINE 08 COL 01
           MOVE WS-V-AL-MIN TO WS-AL-NIV-ED
           DISPLAY WS-AL-NIV-ED LINE 08 COL 30
           MOVE WS-V-AL-MAX TO WS-AL-NIV-ED
           DISPLAY WS-AL-NIV-ED LINE 08 COL 47
           DISPLAY WS-MSG-ALMN LINE 09 COL 01
           MOVE WS-V-AL-MIN TO WS-AL-NIV-IN
           ACCEPT WS-AL-NIV-IN LINE 09 COL 50
           MOVE WS-AL-NIV-IN TO WS-V-AL-MIN
           DISPLAY WS-MSG-ALMX LINE 10 COL 01
           MOVE WS-V-AL-MAX TO WS-AL-NIV-IN
           ACCEPT WS-AL-NIV-IN LINE 10 COL 50
           MOVE WS-AL-NIV-IN TO WS-V-AL-MAX
           IF WS-V-AL-MAX > 0 AND WS-V-AL-MAX < WS-V-AL-MIN THEN
              DISPLAY WS-MSG-ALMV LINE 24 COL 01
              GO TO 0100-LEVELS-FIN
           END-IF
           OPEN I-O STOCKALM
           MOVE WS-AL-CODART TO SAL-CODART
           MOVE WS-AL-COD TO SAL-ALM
           READ STOCKALM
              INVALID KEY
                 MOVE WS-AL-CODART TO SAL-CODART
                 MOVE WS-AL-COD TO SAL-ALM
                 MOVE 0 TO SAL-CANT
                 PERFORM 0100-SET-NIVELES
                 WRITE SAL-REG
              NOT INVALID KEY
                 PERFORM 0100-SET-NIVELES
                 REWRITE SAL-REG
           END-READ
           CLOSE STOCKALM
           MOVE WS-AL-CODART TO WS-CODART
           MOVE 'NIVEL-ALM' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'ALM ' WS-AL-COD ' MIN/MAX ' WS-AL-NIV-ANT
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'ALM ' WS-AL-COD ' MIN/MAX ' SAL-NIVELES
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-MSG-ALNV LINE 24 COL 01.
       0100-LEVELS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-NIVELES : Moves the levels entered to SAL-REG.
      *-----------------------------------------------------------------
       0100-SET-NIVELES.
           IF WS-V-AL-MIN = 0 AND WS-V-AL-MAX = 0 THEN
              MOVE SPACES TO SAL-NIVELES
           ELSE
              MOVE WS-V-AL-MIN TO SAL-MIN
              MOVE WS-V-AL-MAX TO SAL-MAX
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COUNT-SHEET : Count sheet of one warehouse. For the
      *    legacy warehouses 01 and 02 the system quantity comes LIVE
      *    from CANT-ALM1 / CANT-ALM2; additional locations come from
