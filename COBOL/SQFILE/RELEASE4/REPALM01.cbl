      ******************************************************************
      * Program      : REPALM01.cbl                                    *
      * Purpose      : Replenishment between warehouses. From the      *
      *                minimum and maximum levels of each article per  *
      *                warehouse kept in STOCKALM.DAT (set in          *
      *                ALMACEN01), proposes transfers in REPOSIC.DAT   *
      *                from the internal warehouses with surplus to    *
      *                the ones below their minimum, counting the      *
      *                transfers already in transit; what no warehouse *
      *                can cover is left as a line without origin for  *
      *                SUGPED01 to buy. The dispatcher reviews the     *
      *                proposal, changes or discards lines, and        *
      *                releases it in one step as in-transit documents *
      *                of TRANSITO.DAT that the destination confirms   *
      *                in TRASLA01. FINDIA01 recomputes the proposal   *
      *                every night.                                    *
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
       PROGRAM-ID. REPALM01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "ALMSEL.cpy".
       copy "SALSEL.cpy".
       copy "TRSSEL.cpy".
       copy "RPSSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "ALMFD.cpy".
      *
       copy "SALFD.cpy".
      *
       copy "TRSFD.cpy".
      *
       copy "RPSFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "RPSWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-ALM-STATUS      PIC XX.
           77 WS-SAL-STATUS      PIC XX.
           77 WS-TRS-STATUS      PIC XX.
           77 WS-RA-FIN          PIC 9 VALUE 0.
           77 WS-RA-OK           PIC 9 VALUE 0.
           77 WS-RA-NUM-IN       PIC 9(06) VALUE 0.
           77 WS-RA-TRS          PIC 9(06) VALUE 0.
           77 WS-RA-TRS-ED       PIC ZZZZZ9.
           77 WS-RA-CNT          PIC 9(05) VALUE 0.
           77 WS-RA-LIB          PIC 9(05) VALUE 0.
           77 WS-RA-OMIT         PIC 9(05) VALUE 0.
           77 WS-RA-CNT-ED       PIC ZZZZ9.
           77 WS-RA-CODART       PIC X(10).
           77 WS-RA-DE           PIC X(02).
           77 WS-RA-HA           PIC X(02).
           77 WS-RA-CANT-IN      PIC ZZZZ9.99.
           77 WS-RA-ED1          PIC ZZZZ9.99.
           77 WS-RA-ED2          PIC ZZZZ9.99.
           77 WS-V-RA-CANT       PIC 9(5)V99 VALUE 0.
           77 WS-V-RA-SALDO      PIC 9(5)V99 VALUE 0.
           77 WS-RA-HOY          PIC X(08).
           77 WS-RA-HOY-N        PIC 9(08).
           77 WS-RA-FLL-N        PIC 9(08).
           77 WS-RA-FLLEGA       PIC X(08).
      *
           77 WS-ST-RA     PIC X(25) VALUE 'REPOSICION ENTRE ALMACEN '.
           77 WS-MSG-RAOP PIC X(80) VALUE ' 1-CALCULA 2-REVISA 3-LIB'-
       'ERA 9-SALE                                  Opcion [  ]'.
           77 WS-MSG-RACF PIC X(80) VALUE ' Calcular la propuesta de'-
       ' reposicion entre almacenes (S/N)?                     '.
           77 WS-MSG-RANA PIC X(80) VALUE ' No hay almacenes interno'-
       's activos registrados en ALMACEN.                      '.
           77 WS-MSG-RALN PIC X(80) VALUE ' Lineas de traslado propu'-
       'estas:                                                 '.
           77 WS-MSG-RASO PIC X(80) VALUE ' Lineas sin origen, que q'-
       'uedan para compras:                                    '.
           77 WS-MSG-RANP PIC X(80) VALUE ' No hay lineas pendientes'-
       ' en la propuesta de reposicion.                        '.
           77 WS-MSG-RALI PIC X(80) VALUE ' Linea a modificar (ENTER'-
       ' = terminar):                                          '.
           77 WS-MSG-RAQT PIC X(80) VALUE ' Nueva cantidad a traslad'-
       'ar (0 = descartar la linea):                           '.
           77 WS-MSG-RANX PIC X(80) VALUE ' Esa linea no existe, no '-
       'esta pendiente o no tiene origen.                      '.
           77 WS-MSG-RAFL PIC X(80) VALUE ' Llegada estimada a los d'-
       'estinos (AAAAMMDD, ENTER = manana):                    '.
           77 WS-MSG-RAFX PIC X(80) VALUE ' Fecha de llegada invalid'-
       'a: use AAAAMMDD, no anterior a hoy.                    '.
           77 WS-MSG-RALB PIC X(80) VALUE ' Traslados en transito ge'-
       'nerados (TRASLA01 los confirma):                       '.
           77 WS-MSG-RAOM PIC X(80) VALUE ' Lineas omitidas por exis'-
       'tencia insuficiente en el origen:                      '.
           77 WS-LB-RA    PIC X(78) VALUE 'NUMERO CODIGO     DE HA  P'-
       'ROPUESTO CANTIDAD  NOTA'.
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
                 WS-ST-RA          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-RAOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-RA-CALC THRU 0100-RA-CALC-FIN
                 WHEN 2
                    PERFORM 0100-RA-REVIEW THRU 0100-RA-REVIEW-FIN
                 WHEN 3
                    PERFORM 0100-RA-RELEASE THRU 0100-RA-RELEASE-FIN
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
      *    0100-RA-CALC : Recomputes the proposal; the pending lines of
      *    the previous one are replaced.
      *-----------------------------------------------------------------
       0100-RA-CALC.
           DISPLAY WS-MSG-RACF LINE 06 COL 01
           MOVE SPACES TO WS-OPTX
           ACCEPT WS-OPTX LINE 06 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-RA-CALC-FIN
           END-IF
           MOVE WS-OPERATOR-ID TO WS-RPS-OPERADOR
           PERFORM 0100-RPS-CALC THRU 0100-RPS-CALC-FIN
           IF WS-RPS-A-CNT = 0 THEN
              DISPLAY WS-MSG-RANA LINE 08 COL 01
              GO TO 0100-RA-CALC-FIN
           END-IF
           MOVE WS-RPS-LINEAS TO WS-RA-CNT-ED
           DISPLAY WS-MSG-RALN LINE 08 COL 01
           DISPLAY WS-RA-CNT-ED LINE 08 COL 60
           MOVE WS-RPS-FALTAS TO WS-RA-CNT-ED
           DISPLAY WS-MSG-RASO LINE 09 COL 01
           DISPLAY WS-RA-CNT-ED LINE 09 COL 60
           MOVE 'REPOS-CALC' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE WS-RPS-LINEAS TO WS-RA-CNT-ED
           STRING 'TRASLADOS ' WS-RA-CNT-ED DELIMITED BY SIZE
           INTO WS-AUD-BEFORE
           MOVE WS-RPS-FALTAS TO WS-RA-CNT-ED
           STRING 'SIN ORIGEN ' WS-RA-CNT-ED DELIMITED BY SIZE
           INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC.
       0100-RA-CALC-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RA-REVIEW : Shows the pending lines and lets the
      *    dispatcher change the quantity of a transfer line or
      *    discard it. Lines without origin are for purchasing and
      *    are not edited here.
      *-----------------------------------------------------------------
       0100-RA-REVIEW.
           PERFORM 0100-RA-LIST THRU 0100-RA-LIST-FIN
           IF WS-RA-CNT = 0 THEN
              DISPLAY WS-MSG-RANP LINE 10 COL 01
              GO TO 0100-RA-REVIEW-FIN
           END-IF
           MOVE 1 TO WS-RA-NUM-IN
           PERFORM UNTIL WS-RA-NUM-IN = 0
              DISPLAY WS-MSG-RALI LINE 22 COL 01
              MOVE 0 TO WS-RA-NUM-IN
              ACCEPT WS-RA-NUM-IN LINE 22 COL 45
              IF WS-RA-NUM-IN > 0 THEN
                 PERFORM 0100-RA-EDIT-LINE THRU 0100-RA-EDIT-LINE-FIN
                 PERFORM 0100-RA-LIST THRU 0100-RA-LIST-FIN
              END-IF
           END-PERFORM.
       0100-RA-REVIEW-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RA-LIST : The pending lines of the proposal, one page
      *    at a time.
      *-----------------------------------------------------------------
       0100-RA-LIST.
           MOVE 0 TO WS-RA-CNT
           DISPLAY WS-BLANK LINE 06 COL 01 ERASE EOS
           OPEN INPUT REPOSIC
           IF WS-RPS-STATUS NOT = '00' THEN
              CLOSE REPOSIC
              GO TO 0100-RA-LIST-FIN
           END-IF
           DISPLAY WS-LB-RA LINE 06 COL 01
           MOVE 6 TO WS-ROWCTRL
           SET WS-RA-FIN TO 0
           PERFORM UNTIL WS-RA-FIN = 1
              READ REPOSIC NEXT RECORD
                 AT END
                    SET WS-RA-FIN TO 1
                 NOT AT END
                    IF RPS-EST-PROPUESTA THEN
                       PERFORM 0100-RA-LIST-ROW
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REPOSIC.
       0100-RA-LIST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RA-LIST-ROW : One pending line on the screen.
      *-----------------------------------------------------------------
       0100-RA-LIST-ROW.
           ADD 1 TO WS-RA-CNT
           ADD 1 TO WS-ROWCTRL
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
              MOVE 7 TO WS-ROWCTRL
           END-IF
           MOVE RPS-CALC TO WS-RA-ED1
           MOVE RPS-CANT TO WS-RA-ED2
           DISPLAY RPS-NUM LINE WS-ROWCTRL COL 01
           DISPLAY RPS-CODART LINE WS-ROWCTRL COL 08
           DISPLAY RPS-HA LINE WS-ROWCTRL COL 22
           DISPLAY WS-RA-ED1 LINE WS-ROWCTRL COL 27
           DISPLAY WS-RA-ED2 LINE WS-ROWCTRL COL 36
           IF RPS-SIN-ORIGEN THEN
              DISPLAY '--' LINE WS-ROWCTRL COL 19
              DISPLAY 'COMPRAS' LINE WS-ROWCTRL COL 46
           ELSE
              DISPLAY RPS-DE LINE WS-ROWCTRL COL 19
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RA-EDIT-LINE : New quantity of one pending transfer
      *    line; zero discards it.
      *-----------------------------------------------------------------
       0100-RA-EDIT-LINE.
           SET WS-RA-OK TO 0
           OPEN I-O REPOSIC
           IF WS-RPS-STATUS = '00' THEN
              MOVE WS-RA-NUM-IN TO RPS-NUM
              READ REPOSIC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RPS-EST-PROPUESTA AND NOT RPS-SIN-ORIGEN THEN
                       SET WS-RA-OK TO 1
                    END-IF
              END-READ
           END-IF
           IF WS-RA-OK = 0 THEN
              CLOSE REPOSIC
              DISPLAY WS-MSG-RANX LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              GO TO 0100-RA-EDIT-LINE-FIN
           END-IF
           DISPLAY WS-MSG-RAQT LINE 22 COL 01
           MOVE WS-ZERO TO WS-RA-CANT-IN
           ACCEPT WS-RA-CANT-IN LINE 22 COL 60
           MOVE WS-RA-CANT-IN TO WS-V-RA-CANT
           MOVE RPS-CANT TO WS-RA-ED1
           IF WS-V-RA-CANT = 0 THEN
              SET RPS-EST-DESCARTADA TO TRUE
           ELSE
              MOVE WS-V-RA-CANT TO RPS-CANT
           END-IF
           MOVE WS-OPERATOR-ID TO RPS-OPERADOR
           REWRITE RPS-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE
           CLOSE REPOSIC
           MOVE RPS-CODART TO WS-CODART
           MOVE 'REPOS-EDIT' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'LINEA ' RPS-NUM ' ' RPS-DE '>' RPS-HA
                  ' CANT ' WS-RA-ED1
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           MOVE WS-V-RA-CANT TO WS-RA-ED2
           STRING 'CANT ' WS-RA-ED2 ' ESTADO ' RPS-ESTADO
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC.
       0100-RA-EDIT-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RA-RELEASE : Releases every pending transfer line in
      *    one step as an in-transit document of TRANSITO.DAT, with
      *    the same effect as a TRASLA01 dispatch: the origin gives
      *    the quantity at once (CANT-ALM1 / CANT-ALM2 for 01 and 02,
      *    STOCKALM.DAT for the rest), the document takes the next
      *    PAR-NEXTTRS number and the destination confirms it in
      *    TRASLA01. A line whose origin no longer has the stock is
      *    left pending.
      *-----------------------------------------------------------------
       0100-RA-RELEASE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-PER-MES
           PERFORM 0100-CHECK-PERIODO
           IF WS-PER-OK = 0 THEN
              GO TO 0100-RA-RELEASE-FIN
           END-IF
           PERFORM 0100-RA-LIST THRU 0100-RA-LIST-FIN
           IF WS-RA-CNT = 0 THEN
              DISPLAY WS-MSG-RANP LINE 10 COL 01
              GO TO 0100-RA-RELEASE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-RA-HOY
           MOVE WS-DATETIME(1:8) TO WS-RA-HOY-N
           DISPLAY WS-MSG-RAFL LINE 21 COL 01
           MOVE SPACES TO WS-RA-FLLEGA
           ACCEPT WS-RA-FLLEGA LINE 21 COL 66
           IF WS-RA-FLLEGA = SPACES
           OR WS-RA-FLLEGA = LOW-VALUE THEN
              COMPUTE WS-RA-FLL-N = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RA-HOY-N) + 1)
              MOVE WS-RA-FLL-N TO WS-RA-FLLEGA
           END-IF
           IF WS-RA-FLLEGA IS NOT NUMERIC
           OR WS-RA-FLLEGA < WS-RA-HOY
           OR WS-RA-FLLEGA(5:2) < '01' OR WS-RA-FLLEGA(5:2) > '12'
           OR WS-RA-FLLEGA(7:2) < '01' OR WS-RA-FLLEGA(7:2) > '31' THEN
              DISPLAY WS-MSG-RAFX LINE 24 COL 01
              GO TO 0100-RA-RELEASE-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-RA-RELEASE-FIN
           END-IF
           MOVE 0 TO WS-RA-LIB
           MOVE 0 TO WS-RA-OMIT
           PERFORM 0100-LOAD-PARAMS
           MOVE WS-PAR-NEXTTRS TO WS-RA-TRS
           IF WS-RA-TRS = 0 THEN
              MOVE 1 TO WS-RA-TRS
           END-IF
           OPEN I-O REPOSIC
           OPEN I-O INVENTARIO
           OPEN I-O STOCKALM
           OPEN I-O TRANSITO
           SET WS-RA-FIN TO 0
           PERFORM UNTIL WS-RA-FIN = 1
              READ REPOSIC NEXT RECORD
                 AT END
                    SET WS-RA-FIN TO 1
                 NOT AT END
                    IF RPS-EST-PROPUESTA AND NOT RPS-SIN-ORIGEN
                    AND RPS-CANT > 0 THEN
                       PERFORM 0100-RA-DISPATCH
                          THRU 0100-RA-DISPATCH-FIN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TRANSITO
           CLOSE STOCKALM
           CLOSE INVENTARIO
           CLOSE REPOSIC
           IF WS-RA-LIB > 0 THEN
              MOVE WS-RA-TRS TO WS-PAR-NEXTTRS
              PERFORM 0100-SAVE-PARAMS
           END-IF
           MOVE 'REPOS-LIB' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE WS-RA-LIB TO WS-RA-CNT-ED
           STRING 'TRASLADOS ' WS-RA-CNT-ED ' LLEGADA ' WS-RA-FLLEGA
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           MOVE WS-RA-OMIT TO WS-RA-CNT-ED
           STRING 'OMITIDAS ' WS-RA-CNT-ED DELIMITED BY SIZE
           INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-BLANK LINE 06 COL 01 ERASE EOS
           MOVE WS-RA-LIB TO WS-RA-CNT-ED
           DISPLAY WS-MSG-RALB LINE 08 COL 01
           DISPLAY WS-RA-CNT-ED LINE 08 COL 60
           MOVE WS-RA-OMIT TO WS-RA-CNT-ED
           DISPLAY WS-MSG-RAOM LINE 09 COL 01
           DISPLAY WS-RA-CNT-ED LINE 09 COL 60.
       0100-RA-RELEASE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RA-DISPATCH : The proposal line in RPS-REG becomes one
      *    in-transit document. CANT stays, as in a TRASLA01 dispatch.
      *-----------------------------------------------------------------
       0100-RA-DISPATCH.
           MOVE RPS-CODART TO WS-RA-CODART
           MOVE RPS-DE TO WS-RA-DE
           MOVE RPS-HA TO WS-RA-HA
           MOVE RPS-CANT TO WS-V-RA-CANT
           SET WS-RA-OK TO 0
           IF WS-RA-DE = '01' OR WS-RA-DE = '02' THEN
              MOVE WS-RA-CODART TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WS-RA-DE = '01' THEN
                       MOVE CANT-ALM1 TO WS-V-RA-SALDO
                    ELSE
                       MOVE CANT-ALM2 TO WS-V-RA-SALDO
                    END-IF
                    IF ACTFLAG-ACTIVE
                    AND WS-V-RA-CANT NOT > WS-V-RA-SALDO THEN
                       SET WS-RA-OK TO 1
                       SUBTRACT WS-V-RA-CANT FROM WS-V-RA-SALDO
                       IF WS-RA-DE = '01' THEN
                          MOVE WS-V-RA-SALDO TO CANT-ALM1
                       ELSE
                          MOVE WS-V-RA-SALDO TO CANT-ALM2
                       END-IF
                       MOVE WS-RA-HOY TO LASTMOV
                       REWRITE INVENT-REG
                    END-IF
              END-READ
           ELSE
              MOVE WS-RA-CODART TO SAL-CODART
              MOVE WS-RA-DE TO SAL-ALM
              READ STOCKALM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WS-V-RA-CANT NOT > SAL-CANT THEN
                       SET WS-RA-OK TO 1
                       SUBTRACT WS-V-RA-CANT FROM SAL-CANT
                       MOVE SAL-CANT TO WS-V-RA-SALDO
                       REWRITE SAL-REG
                    END-IF
              END-READ
           END-IF
           IF WS-RA-OK = 0 THEN
              ADD 1 TO WS-RA-OMIT
              GO TO 0100-RA-DISPATCH-FIN
           END-IF
           MOVE SPACES TO TRS-REG
           MOVE WS-RA-TRS TO TRS-NUM
           MOVE WS-RA-HOY TO TRS-FECHA
           MOVE WS-RA-CODART TO TRS-CODART
           IF WS-RA-DE = '01' OR WS-RA-DE = '02' THEN
              MOVE WS-RA-DE(2:1) TO TRS-DE
           ELSE
              MOVE WS-RA-DE(1:1) TO TRS-DE
              MOVE WS-RA-DE(2:1) TO TRS-DE2
           END-IF
           IF WS-RA-HA = '01' OR WS-RA-HA = '02' THEN
              MOVE WS-RA-HA(2:1) TO TRS-HA
           ELSE
              MOVE WS-RA-HA(1:1) TO TRS-HA
              MOVE WS-RA-HA(2:1) TO TRS-HA2
           END-IF
           MOVE WS-V-RA-CANT TO TRS-CANT
           MOVE 0 TO TRS-CANTREC
           SET TRS-EST-TRANSITO TO TRUE
           MOVE WS-OPERATOR-ID TO TRS-OPERADOR
           MOVE WS-RA-FLLEGA TO TRS-FLLEGA
           WRITE TRS-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           SET RPS-EST-LIBERADA TO TRUE
           MOVE WS-RA-TRS TO RPS-TRSNUM
           MOVE WS-RA-HOY TO RPS-FLIBERA
           MOVE WS-OPERATOR-ID TO RPS-OPERADOR
           REWRITE RPS-REG
              INVALID KEY
                 CONTINUE
           END-REWRITE
           MOVE WS-RA-CODART TO WS-CODART
           MOVE WS-RA-TRS TO WS-RA-TRS-ED
           MOVE 'TRASL-SAL' TO WS-MOV-TIPO
           COMPUTE WS-MOV-CANT = 0 - WS-V-RA-CANT
           MOVE TRS-DE TO WS-MOV-ALM
           MOVE WS-V-RA-SALDO TO WS-MOV-SALDO
           MOVE SPACES TO WS-MOV-REF
           STRING 'TRS ' WS-RA-TRS-ED
           DELIMITED BY SIZE INTO WS-MOV-REF
           PERFORM 0100-WRITE-MOV-REC
           ADD 1 TO WS-RA-LIB
           ADD 1 TO WS-RA-TRS.
       0100-RA-DISPATCH-FIN.
           EXIT.
      *
       copy "RPSALM.cpy".
      *
       copy "RPSCALC.cpy".
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
       copy "MOVIM.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "PERCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM REPALM01.
