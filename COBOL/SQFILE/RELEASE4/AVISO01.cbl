      ******************************************************************
      * Program      : AVISO01.cbl                                     *
      * Purpose      : Advance shipping notices from vendors. Imports  *
      *                AVISO.CSV (notice;order;item code;quantity;     *
      *                lot;expiry AAAAMMDD;serial) against the open    *
      *                lines of PEDIDOS.DAT into AVISOS.DAT, matching  *
      *                the item by the vendor's own code of            *
      *                PROVCOD.DAT or by our CODART. Lines that match  *
      *                no open order line go to AVISOEXC.CSV with the  *
      *                reason instead of being received blind.         *
      *                PEDIDO01 receives from the announced quantities *
      *                lots and serials. Also reports, per vendor, the *
      *                differences between announced and received     *
      *                quantities of a month, on screen and as a CSV   *
      *                registered in INFORMES.LOG.                     *
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
       PROGRAM-ID. AVISO01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PEDSEL.cpy".
       copy "PRVSEL.cpy".
       copy "PVCSEL.cpy".
       copy "AVISEL.cpy".
           SELECT AVISOCSV ASSIGN TO "AVISO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-AV-STATUS.
      *
           SELECT AVISOEXC ASSIGN TO "AVISOEXC.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-AX-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "PVCFD.cpy".
      *
       copy "AVIFD.cpy".
      *
       FD AVISOCSV.
       01 AV-REG                    PIC X(150).
      *
       FD AVISOEXC.
       01 AX-REG                    PIC X(200).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PED-STATUS      PIC XX.
           77 WS-AV-STATUS       PIC XX.
           77 WS-AX-STATUS       PIC XX.
           77 WS-AV-AVISO        PIC X(15).
           77 WS-AV-PEDIDO       PIC X(10).
           77 WS-AV-CODIGO       PIC X(20).
           77 WS-AV-CANTIDAD     PIC X(12).
           77 WS-AV-LOTE         PIC X(10).
           77 WS-AV-FVENCE       PIC X(08).
           77 WS-AV-SERIAL       PIC X(20).
           77 WS-AV-PEDNUM       PIC 9(06) VALUE 0.
           77 WS-AV-PEDLIN       PIC 9(03) VALUE 0.
           77 WS-AV-SEC          PIC 9(03) VALUE 0.
           77 WS-AV-PROV         PIC X(10).
           77 WS-AV-CODART       PIC X(10).
           77 WS-V-AV-CANT       PIC 9(5)V99.
           77 WS-AV-OK           PIC 9 VALUE 0.
           77 WS-AV-MOTIVO       PIC X(40).
           77 WS-AV-OKCNT        PIC 9(5) VALUE 0.
           77 WS-AV-EXCNT        PIC 9(5) VALUE 0.
           77 WS-AV-CNT-ED       PIC ZZZZ9.
           77 WS-AV-IDX          PIC 9(03) VALUE 0.
           77 WS-AV-MES          PIC X(06).
           77 WS-AV-MM-N         PIC 9(02).
           77 WS-AV-CSV          PIC 9 VALUE 0.
           77 WS-AV-INCLUYE      PIC 9 VALUE 0.
           77 WS-AV-HIT          PIC 9(03) VALUE 0.
           77 WS-AV-PCNT         PIC 9(03) VALUE 0.
           77 WS-V-AV-REC        PIC 9(5)V99.
           77 WS-V-AV-DIF        PIC S9(9)V99.
           77 WS-AV-ED1          PIC ZZZZZZ9.99.
           77 WS-AV-ED2          PIC ZZZZZZ9.99.
           77 WS-AV-ED3          PIC -ZZZZZZ9.99.
           77 WS-AV-LIN-ED       PIC ZZZZ9.
           77 WS-AV-PED-ED       PIC ZZZZZ9.
           77 WS-AV-ESTADO       PIC X(10).
      *
      *    ANNOUNCED AND RECEIVED TOTALS PER VENDOR.
       01 WS-AV-PRV-TABLE.
           02 WS-AV-PRV-ENTRY OCCURS 100 TIMES.
               03 WS-AV-P-PROV      PIC X(10).
               03 WS-AV-P-LINEAS    PIC 9(05).
               03 WS-AV-P-AVISADO   PIC 9(9)V99.
               03 WS-AV-P-RECIBIDO  PIC 9(9)V99.
      *
           77 WS-ST-AV     PIC X(25) VALUE 'AVISOS DE DESPACHO       '.
           77 WS-MSG-AVOP PIC X(80) VALUE ' 1-IMPORTAR AVISO 2-DIFER'-
       'ENCIAS AVISADO/RECIBIDO 9-SALE                     [  ]'.
           77 WS-MSG-AVNF PIC X(80) VALUE ' No se encontro el archiv'-
       'o AVISO.CSV para importar.                             '.
           77 WS-MSG-AVOK PIC X(80) VALUE ' Lineas de aviso importad'-
       'as:                                                    '.
           77 WS-MSG-AVEX PIC X(80) VALUE ' Lineas a excepciones (ve'-
       'r AVISOEXC.CSV):                                       '.
           77 WS-MSG-AVMS PIC X(80) VALUE ' Mes de recibo (AAAAMM, v'-
       'acio = mes actual):                                    '.
           77 WS-MSG-AVMX PIC X(80) VALUE ' Mes invalido. Use AAAAMM'-
       '.                                                      '.
           77 WS-MSG-AVND PIC X(80) VALUE ' No hay diferencias entre'-
       ' lo avisado y lo recibido en el mes.                   '.
           77 WS-MSG-AVCS PIC X(80) VALUE ' Detalle de diferencias e'-
       'n CSV registrado en INFORMES.LOG.                      '.
           77 WS-LB-AV    PIC X(75) VALUE 'PROVEEDOR  NOMBRE        '-
       '        LINEAS     AVISADO    RECIBIDO  DIFERENCIA'.
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
           PERFORM 0100-LOAD-PARAMS
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-AV          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-AVOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-IMPORT-NOTICE
                 WHEN 2
                    PERFORM 0100-DIFFERENCES THRU 0100-DIFFERENCES-FIN
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
      *    0100-IMPORT-NOTICE : Loads AVISO.CSV into AVISOS.DAT after
      *    confirmation and shows the imported / exception totals.
      *-----------------------------------------------------------------
       0100-IMPORT-NOTICE.
           OPEN INPUT AVISOCSV
           IF WS-AV-STATUS = '35' THEN
              CLOSE AVISOCSV
              DISPLAY WS-MSG-AVNF LINE 10 COL 01
           ELSE
              CLOSE AVISOCSV
              DISPLAY WS-MSG-CFMD LINE 20 COL 01
              ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
              IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
                 PERFORM 0100-IMPORT-FILE
                 MOVE WS-AV-OKCNT TO WS-AV-CNT-ED
                 DISPLAY WS-MSG-AVOK LINE 12 COL 01
                 DISPLAY WS-AV-CNT-ED LINE 12 COL 32
                 MOVE WS-AV-EXCNT TO WS-AV-CNT-ED
                 DISPLAY WS-MSG-AVEX LINE 13 COL 01
                 DISPLAY WS-AV-CNT-ED LINE 13 COL 44
              ELSE
                 DISPLAY WS-MSG-MDNO LINE 21 COL 01
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IMPORT-FILE : Reads every notice line, matches it and
      *    stores it or sends it to the exceptions.
      *-----------------------------------------------------------------
       0100-IMPORT-FILE.
           MOVE 0 TO WS-AV-OKCNT
           MOVE 0 TO WS-AV-EXCNT
           OPEN OUTPUT AVISOEXC
           CLOSE AVISOEXC
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN INPUT AVISOCSV
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ AVISOCSV
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    PERFORM 0100-IMPORT-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE AVISOCSV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IMPORT-ONE-LINE : Splits and matches one notice line.
      *-----------------------------------------------------------------
       0100-IMPORT-ONE-LINE.
           MOVE SPACES TO WS-AV-AVISO
           MOVE SPACES TO WS-AV-PEDIDO
           MOVE SPACES TO WS-AV-CODIGO
           MOVE SPACES TO WS-AV-CANTIDAD
           MOVE SPACES TO WS-AV-LOTE
           MOVE SPACES TO WS-AV-FVENCE
           MOVE SPACES TO WS-AV-SERIAL
           UNSTRING AV-REG DELIMITED BY ';'
              INTO WS-AV-AVISO
                   WS-AV-PEDIDO
                   WS-AV-CODIGO
                   WS-AV-CANTIDAD
                   WS-AV-LOTE
                   WS-AV-FVENCE
                   WS-AV-SERIAL
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-AV-CODIGO) TO WS-AV-CODIGO
           PERFORM 0100-VALIDATE-LINE THRU 0100-VALIDATE-LINE-FIN
           IF WS-AV-OK = 1 THEN
              PERFORM 0100-WRITE-NOTICE
           ELSE
              PERFORM 0100-WRITE-EXCEPTION
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VALIDATE-LINE : The order must exist and be open, the
      *    item must be one of its open lines, the quantity positive
      *    and the expiry a date; an item code of the vendor that is
      *    not mapped yet is kept in PROVCOD.DAT for mapping.
      *-----------------------------------------------------------------
       0100-VALIDATE-LINE.
           SET WS-AV-OK TO 0
           MOVE SPACES TO WS-AV-MOTIVO
           IF FUNCTION TEST-NUMVAL(WS-AV-PEDIDO) NOT = 0 THEN
              MOVE 'NUMERO DE ORDEN ILEGIBLE' TO WS-AV-MOTIVO
              GO TO 0100-VALIDATE-LINE-FIN
           END-IF
           COMPUTE WS-AV-PEDNUM = FUNCTION NUMVAL(WS-AV-PEDIDO)
           IF FUNCTION TEST-NUMVAL(WS-AV-CANTIDAD) NOT = 0 THEN
              MOVE 'CANTIDAD ILEGIBLE' TO WS-AV-MOTIVO
              GO TO 0100-VALIDATE-LINE-FIN
           END-IF
           COMPUTE WS-V-AV-CANT = FUNCTION NUMVAL(WS-AV-CANTIDAD)
           IF WS-V-AV-CANT = 0 THEN
              MOVE 'CANTIDAD EN CERO' TO WS-AV-MOTIVO
              GO TO 0100-VALIDATE-LINE-FIN
           END-IF
           IF WS-AV-FVENCE NOT = SPACES
           AND WS-AV-FVENCE IS NOT NUMERIC THEN
              MOVE 'FECHA DE VENCIMIENTO INVALIDA' TO WS-AV-MOTIVO
              GO TO 0100-VALIDATE-LINE-FIN
           END-IF
           MOVE 0 TO WS-AV-PEDLIN
           MOVE SPACES TO WS-AV-PROV
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '00' THEN
              MOVE WS-AV-PEDNUM TO PED-NUM
              MOVE 0 TO PED-LIN
              READ PEDIDOS
                 INVALID KEY
                    MOVE 'ORDEN DE COMPRA NO EXISTE' TO WS-AV-MOTIVO
                 NOT INVALID KEY
                    MOVE PED-VENDOR(1:10) TO WS-AV-PROV
              END-READ
           ELSE
              MOVE 'ORDEN DE COMPRA NO EXISTE' TO WS-AV-MOTIVO
           END-IF
           IF WS-AV-MOTIVO = SPACES THEN
              MOVE WS-AV-PROV TO WS-PVC-PROV
              MOVE WS-AV-CODIGO TO WS-PVC-CODPROV
              PERFORM 0100-PVC-FIND THRU 0100-PVC-FIND-FIN
              MOVE WS-AV-CODIGO(1:10) TO WS-AV-CODART
              IF WS-PVC-HAY = 1 THEN
                 MOVE WS-PVC-CODART TO WS-AV-CODART
              END-IF
              PERFORM 0100-FIND-OPEN-LINE
              IF WS-AV-PEDLIN = 0 THEN
                 MOVE 'SIN LINEA ABIERTA DEL ARTICULO EN LA ORDEN'
                    TO WS-AV-MOTIVO
              END-IF
           END-IF
           CLOSE PEDIDOS
           IF WS-AV-MOTIVO NOT = SPACES THEN
              IF WS-AV-PROV NOT = SPACES AND WS-PVC-HAY = 0 THEN
                 MOVE WS-AV-PROV TO WS-PVC-PROV
                 MOVE WS-AV-CODIGO TO WS-PVC-CODPROV
                 MOVE SPACES TO WS-PVC-DESC
                 MOVE 'AVISO' TO WS-PVC-ORIGEN
                 PERFORM 0100-PVC-PENDING THRU 0100-PVC-PENDING-FIN
              END-IF
              GO TO 0100-VALIDATE-LINE-FIN
           END-IF
           PERFORM 0100-NEXT-SEQUENCE
           IF WS-AV-MOTIVO = SPACES THEN
              SET WS-AV-OK TO 1
           END-IF.
       0100-VALIDATE-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-OPEN-LINE : First line of order WS-AV-PEDNUM for
      *    article WS-AV-CODART still open (PEDIDOS open input).
      *-----------------------------------------------------------------
       0100-FIND-OPEN-LINE.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > 50
              MOVE WS-AV-PEDNUM TO PED-NUM
              MOVE WS-AV-IDX TO PED-LIN
              READ PEDIDOS
                 INVALID KEY
                    MOVE 51 TO WS-AV-IDX
                 NOT INVALID KEY
                    IF PED-CODART = WS-AV-CODART
                    AND NOT PED-EST-CERRADA THEN
                       MOVE PED-LIN TO WS-AV-PEDLIN
                       MOVE 51 TO WS-AV-IDX
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-NEXT-SEQUENCE : Next free sequence under the order line
      *    in AVISOS.DAT; the same notice, lot and serial already on
      *    file is refused so a notice is never loaded twice.
      *-----------------------------------------------------------------
       0100-NEXT-SEQUENCE.
           MOVE 0 TO WS-AV-SEC
           OPEN INPUT AVISOS
           IF WS-AVI-STATUS = '00' THEN
              MOVE WS-AV-PEDNUM TO AVI-PEDNUM
              MOVE WS-AV-PEDLIN TO AVI-PEDLIN
              MOVE 0 TO AVI-SEC
              SET WS-END-FILE TO 0
              START AVISOS KEY IS NOT LESS THAN AVI-CLAVE
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ AVISOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF AVI-PEDNUM NOT = WS-AV-PEDNUM
                       OR AVI-PEDLIN NOT = WS-AV-PEDLIN THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          MOVE AVI-SEC TO WS-AV-SEC
                          IF AVI-AVISO = WS-AV-AVISO
                          AND AVI-LOTE = WS-AV-LOTE
                          AND AVI-SERIAL = WS-AV-SERIAL THEN
                             MOVE 'LINEA DEL AVISO YA IMPORTADA'
                                TO WS-AV-MOTIVO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE AVISOS
           SET WS-END-FILE TO 0
           ADD 1 TO WS-AV-SEC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-NOTICE : Stores the matched line, pending receipt.
      *-----------------------------------------------------------------
       0100-WRITE-NOTICE.
           OPEN I-O AVISOS
           IF WS-AVI-STATUS = '35' THEN
              OPEN OUTPUT AVISOS
              CLOSE AVISOS
              OPEN I-O AVISOS
           END-IF
           MOVE SPACES TO AVI-REG
           MOVE WS-AV-PEDNUM TO AVI-PEDNUM
           MOVE WS-AV-PEDLIN TO AVI-PEDLIN
           MOVE WS-AV-SEC TO AVI-SEC
           MOVE WS-AV-AVISO TO AVI-AVISO
           MOVE WS-AV-PROV TO AVI-PROV
           MOVE WS-AV-CODART TO AVI-CODART
           MOVE WS-AV-CODIGO TO AVI-CODPROV
           MOVE WS-V-AV-CANT TO AVI-CANT
           MOVE WS-AV-LOTE TO AVI-LOTE
           MOVE WS-AV-FVENCE TO AVI-FVENCE
           MOVE WS-AV-SERIAL TO AVI-SERIAL
           MOVE WS-DATETIME(1:8) TO AVI-FAVISO
           SET AVI-PENDIENTE TO TRUE
           MOVE 0 TO AVI-CANT-REC
           MOVE WS-OPERATOR-ID TO AVI-OPERADOR
           WRITE AVI-REG
              INVALID KEY
                 MOVE 'LINEA DEL AVISO YA IMPORTADA' TO WS-AV-MOTIVO
                 PERFORM 0100-WRITE-EXCEPTION
              NOT INVALID KEY
                 ADD 1 TO WS-AV-OKCNT
           END-WRITE
           CLOSE AVISOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-EXCEPTION : Appends the original line plus the
      *    reason, so the notice can be fixed and re-imported.
      *-----------------------------------------------------------------
       0100-WRITE-EXCEPTION.
           ADD 1 TO WS-AV-EXCNT
           OPEN EXTEND AVISOEXC
           MOVE SPACES TO AX-REG
           STRING FUNCTION TRIM(AV-REG) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-AV-MOTIVO DELIMITED BY SIZE
           INTO AX-REG
           WRITE AX-REG
           CLOSE AVISOEXC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DIFFERENCES : Announced against received quantities of
      *    the notice lines received in a month, plus the ones still
      *    pending whose order line was closed without them, totalled
      *    per vendor on screen with the detail in a CSV.
      *-----------------------------------------------------------------
       0100-DIFFERENCES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-AVMS LINE 06 COL 01
           MOVE SPACES TO WS-AV-MES
           ACCEPT WS-AV-MES LINE 06 COL 50
           IF WS-AV-MES = SPACES OR WS-AV-MES = LOW-VALUE THEN
              MOVE WS-DATETIME(1:6) TO WS-AV-MES
              DISPLAY WS-AV-MES LINE 06 COL 50
           END-IF
           IF WS-AV-MES IS NOT NUMERIC THEN
              DISPLAY WS-MSG-AVMX LINE 22 COL 01
              GO TO 0100-DIFFERENCES-FIN
           END-IF
           MOVE WS-AV-MES(5:2) TO WS-AV-MM-N
           IF WS-AV-MM-N < 1 OR WS-AV-MM-N > 12 THEN
              DISPLAY WS-MSG-AVMX LINE 22 COL 01
              GO TO 0100-DIFFERENCES-FIN
           END-IF
           MOVE 0 TO WS-AV-PCNT
           MOVE 0 TO WS-AV-CSV
           OPEN INPUT AVISOS
           IF WS-AVI-STATUS = '00' THEN
              OPEN INPUT PEDIDOS
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ AVISOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       PERFORM 0100-DIFF-ONE THRU 0100-DIFF-ONE-FIN
                 END-READ
              END-PERFORM
              CLOSE PEDIDOS
           END-IF
           CLOSE AVISOS
           IF WS-AV-PCNT = 0 THEN
              DISPLAY WS-MSG-AVND LINE 12 COL 01
              GO TO 0100-DIFFERENCES-FIN
           END-IF
           PERFORM 0100-DIFF-TOTALS
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           DISPLAY WS-MSG-AVCS LINE 22 COL 01.
       0100-DIFFERENCES-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DIFF-ONE : One notice line of the month: when announced
      *    and received differ it goes to the CSV and to its vendor.
      *-----------------------------------------------------------------
       0100-DIFF-ONE.
           SET WS-AV-INCLUYE TO 0
           MOVE 0 TO WS-V-AV-REC
           IF AVI-RECIBIDO AND AVI-FRECIBO(1:6) = WS-AV-MES THEN
              MOVE AVI-CANT-REC TO WS-V-AV-REC
              MOVE 'RECIBIDO' TO WS-AV-ESTADO
              SET WS-AV-INCLUYE TO 1
           END-IF
           IF AVI-PENDIENTE AND AVI-FAVISO(1:6) = WS-AV-MES THEN
              MOVE AVI-PEDNUM TO PED-NUM
              MOVE AVI-PEDLIN TO PED-LIN
              READ PEDIDOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PED-EST-CERRADA THEN
                       MOVE 'NO LLEGO' TO WS-AV-ESTADO
                       SET WS-AV-INCLUYE TO 1
                    END-IF
              END-READ
           END-IF
           IF WS-AV-INCLUYE = 0 OR WS-V-AV-REC = AVI-CANT THEN
              GO TO 0100-DIFF-ONE-FIN
           END-IF
           COMPUTE WS-V-AV-DIF = WS-V-AV-REC - AVI-CANT
           MOVE 0 TO WS-AV-HIT
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-PCNT
              IF WS-AV-P-PROV(WS-AV-IDX) = AVI-PROV THEN
                 MOVE WS-AV-IDX TO WS-AV-HIT
                 MOVE 999 TO WS-AV-IDX
              END-IF
           END-PERFORM
           IF WS-AV-HIT = 0 AND WS-AV-PCNT < 100 THEN
              ADD 1 TO WS-AV-PCNT
              MOVE WS-AV-PCNT TO WS-AV-HIT
              MOVE AVI-PROV TO WS-AV-P-PROV(WS-AV-HIT)
              MOVE 0 TO WS-AV-P-LINEAS(WS-AV-HIT)
              MOVE 0 TO WS-AV-P-AVISADO(WS-AV-HIT)
              MOVE 0 TO WS-AV-P-RECIBIDO(WS-AV-HIT)
           END-IF
           IF WS-AV-HIT > 0 THEN
              ADD 1 TO WS-AV-P-LINEAS(WS-AV-HIT)
              ADD AVI-CANT TO WS-AV-P-AVISADO(WS-AV-HIT)
              ADD WS-V-AV-REC TO WS-AV-P-RECIBIDO(WS-AV-HIT)
           END-IF
           IF WS-AV-CSV = 0 THEN
              PERFORM 0100-DIFF-OPEN-CSV
           END-IF
           MOVE AVI-PEDNUM TO WS-AV-PED-ED
           MOVE AVI-PEDLIN TO WS-AV-LIN-ED
           MOVE AVI-CANT TO WS-AV-ED1
           MOVE WS-V-AV-REC TO WS-AV-ED2
           MOVE WS-V-AV-DIF TO WS-AV-ED3
           MOVE SPACES TO OUTPUT-RECORD
           STRING AVI-PROV WS-CSV-DELIM
                  AVI-AVISO WS-CSV-DELIM
                  WS-AV-PED-ED WS-CSV-DELIM
                  WS-AV-LIN-ED WS-CSV-DELIM
                  AVI-CODART WS-CSV-DELIM
                  AVI-CODPROV WS-CSV-DELIM
                  AVI-LOTE WS-CSV-DELIM
                  WS-AV-ED1 WS-CSV-DELIM
                  WS-AV-ED2 WS-CSV-DELIM
                  WS-AV-ED3 WS-CSV-DELIM
                  WS-AV-ESTADO
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.
       0100-DIFF-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DIFF-OPEN-CSV : Opens the differences CSV.
      *-----------------------------------------------------------------
       0100-DIFF-OPEN-CSV.
           MOVE 1 TO WS-AV-CSV
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'AVISODIF_' WS-RPT-STAMP '.CSV'
           DELIMITED BY SIZE INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'PROVEEDOR' WS-CSV-DELIM 'AVISO' WS-CSV-DELIM
                  'ORDEN' WS-CSV-DELIM 'LINEA' WS-CSV-DELIM
                  'ARTICULO' WS-CSV-DELIM 'CODIGO PROVEEDOR'
                  WS-CSV-DELIM 'LOTE' WS-CSV-DELIM 'AVISADO'
                  WS-CSV-DELIM 'RECIBIDO' WS-CSV-DELIM
                  'DIFERENCIA' WS-CSV-DELIM 'ESTADO'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DIFF-TOTALS : The per-vendor totals, on screen and at
      *    the end of the CSV.
      *-----------------------------------------------------------------
       0100-DIFF-TOTALS.
           DISPLAY WS-LB-AV LINE 08 COL 01
           DISPLAY WS-HYPHNS LINE 09 COL 01
           MOVE 10 TO WS-ROWCTRL
           OPEN INPUT PROVEEDORES
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AV-PCNT
              IF WS-ROWCTRL > 20 THEN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 MOVE 10 TO WS-ROWCTRL
              END-IF
              MOVE SPACES TO PRV-NOMBRE
              MOVE WS-AV-P-PROV(WS-AV-IDX) TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    MOVE SPACES TO PRV-NOMBRE
              END-READ
              MOVE WS-AV-P-LINEAS(WS-AV-IDX) TO WS-AV-LIN-ED
              MOVE WS-AV-P-AVISADO(WS-AV-IDX) TO WS-AV-ED1
              MOVE WS-AV-P-RECIBIDO(WS-AV-IDX) TO WS-AV-ED2
              COMPUTE WS-V-AV-DIF = WS-AV-P-RECIBIDO(WS-AV-IDX)
                 - WS-AV-P-AVISADO(WS-AV-IDX)
              MOVE WS-V-AV-DIF TO WS-AV-ED3
              DISPLAY WS-AV-P-PROV(WS-AV-IDX) LINE WS-ROWCTRL COL 01
              DISPLAY PRV-NOMBRE(1:20) LINE WS-ROWCTRL COL 12
              DISPLAY WS-AV-LIN-ED LINE WS-ROWCTRL COL 35
              DISPLAY WS-AV-ED1 LINE WS-ROWCTRL COL 42
              DISPLAY WS-AV-ED2 LINE WS-ROWCTRL COL 54
              DISPLAY WS-AV-ED3 LINE WS-ROWCTRL COL 65
              ADD 1 TO WS-ROWCTRL
              MOVE SPACES TO OUTPUT-RECORD
              STRING WS-AV-P-PROV(WS-AV-IDX) WS-CSV-DELIM
                     'TOTAL' WS-CSV-DELIM
                     WS-CSV-DELIM WS-AV-LIN-ED WS-CSV-DELIM
                     WS-CSV-DELIM WS-CSV-DELIM WS-CSV-DELIM
                     WS-AV-ED1 WS-CSV-DELIM
                     WS-AV-ED2 WS-CSV-DELIM
                     WS-AV-ED3 WS-CSV-DELIM
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-PERFORM
           CLOSE PROVEEDORES
           EXIT.
      *
       copy "PVCCHK.cpy".
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
       END PROGRAM AVISO01.
