      ******************************************************************
      * Program      : SUSTIT01.cbl                                    *
      * Purpose      : Substitute articles. Keeps in SUSTIT.DAT the    *
      *                equivalent and upgrade articles of each         *
      *                article, ranked, with an optional price rule;   *
      *                invoicing offers them when a line is short of   *
      *                stock. The monthly report (SUSTIT.PRN) lists    *
      *                the substitutions made and the sales still lost *
      *                for lack of stock, logged by invoicing in       *
      *                SUSTLOG.DAT.                                    *
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
       PROGRAM-ID. SUSTIT01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "SUSSEL.cpy".
      *
           SELECT SUSPRN ASSIGN TO "SUSTIT.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "SUSFD.cpy".
      *
       FD SUSPRN.
       01 SUSPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-SU-CODART       PIC X(10).
           77 WS-SU-SUST         PIC X(10).
           77 WS-SU-RANGO        PIC 9(02) VALUE 0.
           77 WS-SU-TIPO         PIC X(01).
           77 WS-SU-REGLA        PIC X(01).
           77 WS-SU-PCT          PIC ZZ9.99.
           77 WS-V-SU-PCT        PIC 9(3)V99 VALUE 0.
           77 WS-SU-OK           PIC 9 VALUE 0.
           77 WS-SU-FIN          PIC 9 VALUE 0.
           77 WS-SU-CNT          PIC 9(03) VALUE 0.
           77 WS-SU-MES          PIC X(06).
           77 WS-SU-PCT-ED       PIC ZZ9.99.
           77 WS-SU-CANT-ED      PIC ZZZZ9.99.
           77 WS-SU-VALOR-ED     PIC ZZZZZZ9.99.
           77 WS-SU-NUM-ED       PIC ZZZZ9.
           77 WS-SU-S-CNT        PIC 9(05) VALUE 0.
           77 WS-SU-P-CNT        PIC 9(05) VALUE 0.
           77 WS-V-SU-S-CANT     PIC 9(7)V99 VALUE 0.
           77 WS-V-SU-P-CANT     PIC 9(7)V99 VALUE 0.
           77 WS-V-SU-S-VALOR    PIC 9(9)V99 VALUE 0.
           77 WS-V-SU-P-VALOR    PIC 9(9)V99 VALUE 0.
           77 WS-SU-TCANT-ED     PIC ZZZZZZ9.99.
           77 WS-SU-TVALOR-ED    PIC ZZZZZZZZ9.99.
      *
           77 WS-ST-SU     PIC X(25) VALUE 'ARTICULOS SUSTITUTOS     '.
           77 WS-MSG-SUOP PIC X(80) VALUE ' 1-ASIGNA 2-ELIMINA 3-LIS'-
       'TA 4-INFORME MENSUAL 9-SALE                 Opcion [  ]'.
           77 WS-MSG-SUAR PIC X(80) VALUE ' Articulo:               '-
       '                                                       '.
           77 WS-MSG-SUNF PIC X(80) VALUE ' Articulo no encontrado e'-
       'n el maestro de inventario.                            '.
           77 WS-MSG-SURA PIC X(80) VALUE ' Rango del sustituto (01 '-
       '= se ofrece primero):                                  '.
           77 WS-MSG-SUSU PIC X(80) VALUE ' Articulo sustituto:     '-
       '                                                       '.
           77 WS-MSG-SUSX PIC X(80) VALUE ' El sustituto no existe o'-
       ' es el mismo articulo.                                 '.
           77 WS-MSG-SUTI PIC X(80) VALUE ' Tipo (E-Equivalente M-Me'-
       'jora):                                                 '.
           77 WS-MSG-SURG PIC X(80) VALUE ' Regla de precio (ENTER-P'-
       'ropio O-Del original D-Descuento):                     '.
           77 WS-MSG-SUPC PIC X(80) VALUE ' Porcentaje de descuento '-
       'sobre su precio:                                       '.
           77 WS-MSG-SUIV PIC X(80) VALUE ' Dato invalido. Nada fue '-
       'grabado.                                               '.
           77 WS-MSG-SUOK PIC X(80) VALUE ' Sustituto grabado.      '-
       '                                                       '.
           77 WS-MSG-SUDL PIC X(80) VALUE ' Sustituto eliminado.    '-
       '                                                       '.
           77 WS-MSG-SUDX PIC X(80) VALUE ' No existe un sustituto c'-
       'on ese rango para el articulo.                         '.
           77 WS-MSG-SUNS PIC X(80) VALUE ' El articulo no tiene sus'-
       'titutos.                                               '.
           77 WS-MSG-SUME PIC X(80) VALUE ' Mes del informe AAAAMM ('-
       'ENTER = mes actual):                                   '.
           77 WS-MSG-SUPR PIC X(80) VALUE ' Informe generado en SUST'-
       'IT.PRN.                                                '.
           77 WS-LB-SUL PIC X(80) VALUE 'RG SUSTITUTO  DESCRIPCION    '-
       '                     T R    PCT'.
           77 WS-LB-SUI PIC X(80) VALUE 'FECHA    T ARTICULO   SUSTITU'-
       'TO  CANTIDAD      VALOR FACTURA OPERADOR'.
           77 WS-LB-SUT PIC X(80) VALUE 'TOTALES DEL MES              '-
       ' LINEAS   UNIDADES        VALOR'.
           77 WS-LB-SUS PIC X(30) VALUE 'SUSTITUCIONES REALIZADAS'.
           77 WS-LB-SUP PIC X(30) VALUE 'VENTAS PERDIDAS SIN EXISTENCI'-
       'A'.
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
                 WS-ST-SU          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-SUOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-SU-ASSIGN THRU 0100-SU-ASSIGN-FIN
                 WHEN 2
                    PERFORM 0100-SU-DELETE THRU 0100-SU-DELETE-FIN
                 WHEN 3
                    PERFORM 0100-SU-LIST THRU 0100-SU-LIST-FIN
                 WHEN 4
                    PERFORM 0100-SU-REPORT THRU 0100-SU-REPORT-FIN
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
      *    0100-SU-ASK-ART : Asks an article and reads it from the
      *    inventory master; WS-SU-OK ends 1 when it exists.
      *-----------------------------------------------------------------
       0100-SU-ASK-ART.
           SET WS-SU-OK TO 0
           DISPLAY WS-MSG-SUAR LINE 06 COL 01
           MOVE SPACES TO WS-SU-CODART
           ACCEPT WS-SU-CODART LINE 06 COL 30
           MOVE FUNCTION UPPER-CASE(WS-SU-CODART) TO WS-SU-CODART
           IF WS-SU-CODART = SPACES THEN
              GO TO 0100-SU-ASK-ART-FIN
           END-IF
           OPEN INPUT INVENTARIO
           MOVE WS-SU-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 DISPLAY WS-MSG-SUNF LINE 24 COL 01
              NOT INVALID KEY
                 SET WS-SU-OK TO 1
                 DISPLAY DESCART LINE 06 COL 42
           END-READ
           CLOSE INVENTARIO.
       0100-SU-ASK-ART-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SU-ASSIGN : Adds or replaces the substitute of an
      *    article at a given rank, with its type and price rule.
      *-----------------------------------------------------------------
       0100-SU-ASSIGN.
           PERFORM 0100-SU-ASK-ART THRU 0100-SU-ASK-ART-FIN
           IF WS-SU-OK = 0 THEN
              GO TO 0100-SU-ASSIGN-FIN
           END-IF
           DISPLAY WS-MSG-SURA LINE 08 COL 01
           MOVE 0 TO WS-SU-RANGO
           ACCEPT WS-SU-RANGO LINE 08 COL 50
           IF WS-SU-RANGO = 0 THEN
              DISPLAY WS-MSG-SUIV LINE 24 COL 01
              GO TO 0100-SU-ASSIGN-FIN
           END-IF
           DISPLAY WS-MSG-SUSU LINE 10 COL 01
           MOVE SPACES TO WS-SU-SUST
           ACCEPT WS-SU-SUST LINE 10 COL 30
           MOVE FUNCTION UPPER-CASE(WS-SU-SUST) TO WS-SU-SUST
           SET WS-SU-OK TO 0
           IF WS-SU-SUST NOT = SPACES
           AND WS-SU-SUST NOT = WS-SU-CODART THEN
              OPEN INPUT INVENTARIO
              MOVE WS-SU-SUST TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-SU-OK TO 1
                    DISPLAY DESCART LINE 10 COL 42
              END-READ
              CLOSE INVENTARIO
           END-IF
           IF WS-SU-OK = 0 THEN
              DISPLAY WS-MSG-SUSX LINE 24 COL 01
              GO TO 0100-SU-ASSIGN-FIN
           END-IF
           DISPLAY WS-MSG-SUTI LINE 12 COL 01
           MOVE SPACE TO WS-SU-TIPO
           ACCEPT WS-SU-TIPO LINE 12 COL 50
           MOVE FUNCTION UPPER-CASE(WS-SU-TIPO) TO WS-SU-TIPO
           DISPLAY WS-MSG-SURG LINE 14 COL 01
           MOVE SPACE TO WS-SU-REGLA
           ACCEPT WS-SU-REGLA LINE 14 COL 62
           MOVE FUNCTION UPPER-CASE(WS-SU-REGLA) TO WS-SU-REGLA
           MOVE 0 TO WS-V-SU-PCT
           IF WS-SU-REGLA = 'D' THEN
              DISPLAY WS-MSG-SUPC LINE 16 COL 01
              MOVE 0 TO WS-SU-PCT
              ACCEPT WS-SU-PCT LINE 16 COL 50
              MOVE WS-SU-PCT TO WS-V-SU-PCT
           END-IF
           IF (WS-SU-TIPO NOT = 'E' AND WS-SU-TIPO NOT = 'M')
           OR (WS-SU-REGLA NOT = SPACE AND WS-SU-REGLA NOT = 'O'
           AND WS-SU-REGLA NOT = 'D')
           OR WS-V-SU-PCT > 100 THEN
              DISPLAY WS-MSG-SUIV LINE 24 COL 01
              GO TO 0100-SU-ASSIGN-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O SUSTIT
           IF WS-SUS-STATUS NOT = '00'
           AND WS-SUS-STATUS NOT = '05' THEN
              CLOSE SUSTIT
              GO TO 0100-SU-ASSIGN-FIN
           END-IF
           MOVE WS-SU-CODART TO SUS-CODART
           MOVE WS-SU-RANGO TO SUS-RANGO
           MOVE 'INSERTA' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           READ SUSTIT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'MODIFICA' TO WS-AUD-TTYPE
                 STRING 'SUSTITUTO ' SUS-RANGO ' ' SUS-SUSTITUTO
                        ' ' SUS-TIPO ' ' SUS-REGLA
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE
           END-READ
           MOVE WS-SU-CODART TO SUS-CODART
           MOVE WS-SU-RANGO TO SUS-RANGO
           MOVE WS-SU-SUST TO SUS-SUSTITUTO
           MOVE WS-SU-TIPO TO SUS-TIPO
           MOVE WS-SU-REGLA TO SUS-REGLA
           MOVE WS-V-SU-PCT TO SUS-PCT
           MOVE WS-DATETIME(1:8) TO SUS-FECHA
           MOVE WS-OPERATOR-ID TO SUS-OPERADOR
           MOVE SPACES TO SUS-FILLER
           IF WS-AUD-TTYPE = 'INSERTA' THEN
              WRITE SUS-REG
           ELSE
              REWRITE SUS-REG
           END-IF
           CLOSE SUSTIT
           MOVE WS-SU-CODART TO WS-CODART
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'SUSTITUTO ' SUS-RANGO ' ' SUS-SUSTITUTO
                  ' ' SUS-TIPO ' ' SUS-REGLA
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-MSG-SUOK LINE 24 COL 01.
       0100-SU-ASSIGN-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SU-DELETE : Removes the substitute of an article at a
      *    given rank.
      *-----------------------------------------------------------------
       0100-SU-DELETE.
           PERFORM 0100-SU-ASK-ART THRU 0100-SU-ASK-ART-FIN
           IF WS-SU-OK = 0 THEN
              GO TO 0100-SU-DELETE-FIN
           END-IF
           DISPLAY WS-MSG-SURA LINE 08 COL 01
           MOVE 0 TO WS-SU-RANGO
           ACCEPT WS-SU-RANGO LINE 08 COL 50
           OPEN I-O SUSTIT
           IF WS-SUS-STATUS NOT = '00' THEN
              CLOSE SUSTIT
              DISPLAY WS-MSG-SUDX LINE 24 COL 01
              GO TO 0100-SU-DELETE-FIN
           END-IF
           MOVE WS-SU-CODART TO SUS-CODART
           MOVE WS-SU-RANGO TO SUS-RANGO
           READ SUSTIT
              INVALID KEY
                 DISPLAY WS-MSG-SUDX LINE 24 COL 01
              NOT INVALID KEY
                 MOVE SPACES TO WS-AUD-BEFORE
                 STRING 'SUSTITUTO ' SUS-RANGO ' ' SUS-SUSTITUTO
                        ' ' SUS-TIPO ' ' SUS-REGLA
                 DELIMITED BY SIZE INTO WS-AUD-BEFORE
                 DELETE SUSTIT
                 MOVE WS-SU-CODART TO WS-CODART
                 MOVE 'ELIMINA' TO WS-AUD-TTYPE
                 MOVE SPACES TO WS-AUD-AFTER
                 PERFORM 0100-WRITE-AUDIT-REC
                 DISPLAY WS-MSG-SUDL LINE 24 COL 01
           END-READ
           CLOSE SUSTIT.
       0100-SU-DELETE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SU-LIST : Substitutes of an article in ranking order.
      *-----------------------------------------------------------------
       0100-SU-LIST.
           PERFORM 0100-SU-ASK-ART THRU 0100-SU-ASK-ART-FIN
           IF WS-SU-OK = 0 THEN
              GO TO 0100-SU-LIST-FIN
           END-IF
           DISPLAY WS-LB-SUL LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           MOVE 0 TO WS-SU-CNT
           OPEN INPUT SUSTIT
           IF WS-SUS-STATUS = '00' THEN
              MOVE WS-SU-CODART TO SUS-CODART
              MOVE 0 TO SUS-RANGO
              SET WS-SU-FIN TO 0
              START SUSTIT KEY IS NOT LESS THAN SUS-CLAVE
                 INVALID KEY
                    SET WS-SU-FIN TO 1
              END-START
              PERFORM UNTIL WS-SU-FIN = 1
                 READ SUSTIT NEXT RECORD
                    AT END
                       SET WS-SU-FIN TO 1
                    NOT AT END
                       IF SUS-CODART NOT = WS-SU-CODART THEN
                          SET WS-SU-FIN TO 1
                       ELSE
                          PERFORM 0100-SU-LIST-ROW
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE SUSTIT
           IF WS-SU-CNT = 0 THEN
              DISPLAY WS-MSG-SUNS LINE 10 COL 01
           END-IF.
       0100-SU-LIST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SU-LIST-ROW : One substitute with its description.
      *-----------------------------------------------------------------
       0100-SU-LIST-ROW.
           ADD 1 TO WS-SU-CNT
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
              MOVE 9 TO WS-ROWCTRL
           END-IF
           OPEN INPUT INVENTARIO
           MOVE SUS-SUSTITUTO TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 MOVE SPACES TO DESCART
           END-READ
           CLOSE INVENTARIO
           MOVE SUS-PCT TO WS-SU-PCT-ED
           DISPLAY SUS-RANGO LINE WS-ROWCTRL COL 01
           DISPLAY SUS-SUSTITUTO LINE WS-ROWCTRL COL 04
           DISPLAY DESCART LINE WS-ROWCTRL COL 15
           DISPLAY SUS-TIPO LINE WS-ROWCTRL COL 51
           DISPLAY SUS-REGLA LINE WS-ROWCTRL COL 53
           IF SUS-PRECIO-DESCUENTO THEN
              DISPLAY WS-SU-PCT-ED LINE WS-ROWCTRL COL 55
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SU-REPORT : Monthly report of SUSTLOG.DAT to
      *    SUSTIT.PRN: every substitution made and every sale lost
      *    for lack of stock in the month, with lines, units and
      *    value totals of each.
      *-----------------------------------------------------------------
       0100-SU-REPORT.
           DISPLAY WS-MSG-SUME LINE 06 COL 01
           MOVE SPACES TO WS-SU-MES
           ACCEPT WS-SU-MES LINE 06 COL 50
           IF WS-SU-MES = SPACES THEN
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:6) TO WS-SU-MES
           END-IF
           IF WS-SU-MES IS NOT NUMERIC THEN
              DISPLAY WS-MSG-SUIV LINE 24 COL 01
              GO TO 0100-SU-REPORT-FIN
           END-IF
           MOVE 0 TO WS-SU-S-CNT
           MOVE 0 TO WS-SU-P-CNT
           MOVE 0 TO WS-V-SU-S-CANT
           MOVE 0 TO WS-V-SU-P-CANT
           MOVE 0 TO WS-V-SU-S-VALOR
           MOVE 0 TO WS-V-SU-P-VALOR
           OPEN OUTPUT SUSPRN
           MOVE SPACES TO SUSPRN-RECORD
           STRING 'SUSTITUCIONES Y VENTAS PERDIDAS DEL MES ' WS-SU-MES
                  '  (S = SUSTITUCION, P = PERDIDA)'
           DELIMITED BY SIZE INTO SUSPRN-RECORD
           WRITE SUSPRN-RECORD
           MOVE WS-LB-SUI TO SUSPRN-RECORD
           WRITE SUSPRN-RECORD
           OPEN INPUT SUSTLOG
           IF WS-SSL-STATUS = '00' THEN
              SET WS-SU-FIN TO 0
              PERFORM UNTIL WS-SU-FIN = 1
                 READ SUSTLOG
                    AT END
                       SET WS-SU-FIN TO 1
                    NOT AT END
                       IF SSL-FECHA(1:6) = WS-SU-MES THEN
                          PERFORM 0100-SU-REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE SUSTLOG
           MOVE SPACES TO SUSPRN-RECORD
           WRITE SUSPRN-RECORD
           MOVE WS-LB-SUT TO SUSPRN-RECORD
           WRITE SUSPRN-RECORD
           DISPLAY WS-LB-SUT LINE 09 COL 01
           MOVE WS-SU-S-CNT TO WS-SU-NUM-ED
           MOVE WS-V-SU-S-CANT TO WS-SU-TCANT-ED
           MOVE WS-V-SU-S-VALOR TO WS-SU-TVALOR-ED
           MOVE SPACES TO SUSPRN-RECORD
           STRING WS-LB-SUS ' ' WS-SU-NUM-ED ' ' WS-SU-TCANT-ED ' '
                  WS-SU-TVALOR-ED
           DELIMITED BY SIZE INTO SUSPRN-RECORD
           WRITE SUSPRN-RECORD
           DISPLAY SUSPRN-RECORD LINE 10 COL 01
           MOVE WS-SU-P-CNT TO WS-SU-NUM-ED
           MOVE WS-V-SU-P-CANT TO WS-SU-TCANT-ED
           MOVE WS-V-SU-P-VALOR TO WS-SU-TVALOR-ED
           MOVE SPACES TO SUSPRN-RECORD
           STRING WS-LB-SUP ' ' WS-SU-NUM-ED ' ' WS-SU-TCANT-ED ' '
                  WS-SU-TVALOR-ED
           DELIMITED BY SIZE INTO SUSPRN-RECORD
           WRITE SUSPRN-RECORD
           DISPLAY SUSPRN-RECORD LINE 11 COL 01
           CLOSE SUSPRN
           DISPLAY WS-MSG-SUPR LINE 13 COL 01.
       0100-SU-REPORT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SU-REPORT-LINE : One logged line of the month, added
      *    to the totals of its type.
      *-----------------------------------------------------------------
       0100-SU-REPORT-LINE.
           IF SSL-SUSTITUCION THEN
              ADD 1 TO WS-SU-S-CNT
              ADD SSL-CANT TO WS-V-SU-S-CANT
              ADD SSL-VALOR TO WS-V-SU-S-VALOR
           ELSE
              ADD 1 TO WS-SU-P-CNT
              ADD SSL-CANT TO WS-V-SU-P-CANT
              ADD SSL-VALOR TO WS-V-SU-P-VALOR
           END-IF
           MOVE SSL-CANT TO WS-SU-CANT-ED
           MOVE SSL-VALOR TO WS-SU-VALOR-ED
           MOVE SPACES TO SUSPRN-RECORD
           STRING SSL-FECHA ' ' SSL-TIPO ' ' SSL-CODART ' '
                  SSL-SUSTITUTO ' ' WS-SU-CANT-ED ' '
                  WS-SU-VALOR-ED ' ' SSL-FACTURA '  ' SSL-OPERADOR
           DELIMITED BY SIZE INTO SUSPRN-RECORD
           WRITE SUSPRN-RECORD
           EXIT.
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
       END PROGRAM SUSTIT01.
