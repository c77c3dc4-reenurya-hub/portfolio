      ******************************************************************
      * Program      : INVFEC01.cbl                                    *
      * Purpose      : Inventory position and value as of a past date. *
      *                Starts from the daily stock snapshot of the     *
      *                end-of-day chain (FOTO_AAAAMMDD.DAT, listed in  *
      *                FOTOS.LOG) nearest to the requested day, or     *
      *                from the live INVENTARIO.DAT when today is      *
      *                nearer, and rolls the quantities of             *
      *                MOVIMIENTOS.DAT and of the monthly rolled       *
      *                MOVIMIENTOS_AAAAMM.DAT files forward or back to *
      *                the end of that day. Each article is valued at  *
      *                the average cost of the snapshot, without its   *
      *                consigned units, and the value is grouped by    *
      *                category on screen and in a CSV registered in   *
      *                INFORMES.LOG with the detail per article.       *
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
       PROGRAM-ID. INVFEC01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FTOSEL.cpy".
      *
           SELECT OPTIONAL MOVROLL ASSIGN TO WS-IF-ROLLNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IF-ROL-ST.
      *
           SELECT IFWRK ASSIGN TO "INVFEC.TMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS IFW-CODART
           FILE STATUS  IS WS-IFW-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FTOFD.cpy".
      *
       FD MOVROLL.
       01 ROLL-RECORD          PIC X(100).
      *
      *    THE POSITION OF EVERY ARTICLE BEING ROLLED TO THE DATE.
       FD IFWRK.
       01 IFW-REG.
           02 IFW-CODART            PIC X(10).
           02 IFW-CANT              PIC S9(7)V99.
           02 IFW-CSGCANT           PIC 9(5)V99.
           02 IFW-AVGCOST           PIC 9(5)V99.
           02 IFW-CATEGORY          PIC X(15).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-IF-ROL-ST       PIC XX.
           77 WS-IFW-STATUS      PIC XX.
           77 WS-IF-ROLLNAME     PIC X(30).
           77 WS-IF-FECHA        PIC X(08).
           77 WS-IF-FECHA-N      PIC 9(08).
           77 WS-IF-HOY          PIC X(08).
           77 WS-IF-HOY-N        PIC 9(08).
           77 WS-IF-FOTO         PIC X(08).
           77 WS-IF-FOTO-N       PIC 9(08).
           77 WS-IF-ORIGEN       PIC X(01).
               88 WS-IF-DE-FOTO         VALUE 'F'.
               88 WS-IF-DE-VIVO         VALUE 'L'.
           77 WS-IF-DESDE        PIC X(08).
           77 WS-IF-HASTA        PIC X(08).
           77 WS-IF-SIGNO        PIC S9 VALUE 1.
           77 WS-IF-MES          PIC X(06).
           77 WS-IF-ANO-N        PIC 9(04).
           77 WS-IF-MM-N         PIC 9(02).
           77 WS-IF-DIAS         PIC S9(07) VALUE 0.
           77 WS-IF-MEJOR        PIC S9(07) VALUE 0.
           77 WS-IF-CNT          PIC 9(03) VALUE 0.
           77 WS-IF-IDX          PIC 9(03) VALUE 0.
           77 WS-IF-HIT          PIC 9(03) VALUE 0.
           77 WS-IF-LLENA        PIC 9 VALUE 0.
           77 WS-IF-MOVS         PIC 9(07) VALUE 0.
           77 WS-IF-NEG          PIC 9(05) VALUE 0.
           77 WS-IF-ARTS         PIC 9(05) VALUE 0.
           77 WS-IF-MOVS-ED      PIC ZZZZZZ9.
           77 WS-IF-NEG-ED       PIC ZZZZ9.
           77 WS-IF-DIR          PIC X(10).
           77 WS-V-IF-CANT       PIC S9(7)V99 VALUE 0.
           77 WS-V-IF-PROPIA     PIC S9(7)V99 VALUE 0.
           77 WS-V-IF-COSTO      PIC 9(5)V99 VALUE 0.
           77 WS-V-IF-VAL        PIC 9(11)V99 VALUE 0.
           77 WS-V-IF-TCANT      PIC S9(11)V99 VALUE 0.
           77 WS-V-IF-TVAL       PIC 9(13)V99 VALUE 0.
           77 WS-IF-ED1          PIC -ZZZZZZZZ9.99.
           77 WS-IF-ED2          PIC ZZZZ9.99.
           77 WS-IF-ED3          PIC -ZZZZZZ9.99.
           77 WS-IF-ED4          PIC ZZZZ9.99.
           77 WS-IF-ED5          PIC ZZZZZZZZZZ9.99.
           77 WS-IF-ARTS-ED      PIC ZZZZ9.
      *
      *    VALUE AS OF THE DATE PER CATEGORY, KEPT IN CATEGORY ORDER.
       01 WS-IF-TABLA.
           02 WS-IF-ENTRY OCCURS 100 TIMES.
               03 WS-IF-T-CATEG     PIC X(15).
               03 WS-IF-T-ARTS      PIC 9(05).
               03 WS-IF-T-CANT      PIC S9(9)V99.
               03 WS-IF-T-VAL       PIC 9(11)V99.
       01 WS-IF-HOLD            PIC X(44).
           77 WS-IF-CPOS         PIC 9(03) VALUE 0.
      *
           77 WS-ST-IF     PIC X(25) VALUE 'INVENTARIO A UNA FECHA   '.
           77 WS-MSG-IFOP PIC X(80) VALUE ' 1-INVENTARIO A UNA FECHA'-
       '  9-SALE                                          [  ]'.
           77 WS-MSG-IFFE PIC X(80) VALUE ' Fecha del inventario (AA'-
       'AAMMDD):                                               '.
           77 WS-MSG-IFFX PIC X(80) VALUE ' Fecha invalida: use AAAA'-
       'MMDD, no posterior a hoy.                              '.
           77 WS-MSG-IFNI PIC X(80) VALUE ' No hay foto de existenci'-
       'as ni INVENTARIO.DAT de donde partir.                  '.
           77 WS-MSG-IFLL PIC X(80) VALUE ' Tabla de categorias llen'-
       'a; el informe esta incompleto.                         '.
           77 WS-MSG-IFCS PIC X(80) VALUE ' Detalle por articulo en '-
       'CSV registrado en INFORMES.LOG.                        '.
           77 WS-MSG-IFNG PIC X(80) VALUE ' Articulos con existencia'-
       ' negativa a la fecha (valorados en cero):              '.
           77 WS-LB-IFFO  PIC X(20) VALUE 'Foto de partida....:'.
           77 WS-LB-IFMV  PIC X(20) VALUE 'Movimientos........:'.
           77 WS-LB-IF    PIC X(61) VALUE 'CATEGORIA        ARTICU'-
       'LOS     EXISTENCIA      VALOR AL COSTO'.
           77 WS-LB-IFTT  PIC X(15) VALUE 'TOTAL          '.
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
                 WS-ST-IF          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-IFOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-AS-OF THRU 0100-AS-OF-FIN
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
      *    0100-AS-OF : The inventory at the end of the requested day.
      *-----------------------------------------------------------------
       0100-AS-OF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-IF-HOY
           MOVE WS-IF-HOY TO WS-IF-HOY-N
           DISPLAY WS-MSG-IFFE LINE 06 COL 01
           MOVE SPACES TO WS-IF-FECHA
           ACCEPT WS-IF-FECHA LINE 06 COL 40
           IF WS-IF-FECHA IS NOT NUMERIC
           OR WS-IF-FECHA > WS-IF-HOY
           OR WS-IF-FECHA < '19000101'
           OR WS-IF-FECHA(5:2) < '01' OR WS-IF-FECHA(5:2) > '12'
           OR WS-IF-FECHA(7:2) < '01' OR WS-IF-FECHA(7:2) > '31' THEN
              DISPLAY WS-MSG-IFFX LINE 24 COL 01
              GO TO 0100-AS-OF-FIN
           END-IF
           MOVE WS-IF-FECHA TO WS-IF-FECHA-N
           PERFORM 0100-IF-NEAREST
           OPEN OUTPUT IFWRK
           CLOSE IFWRK
           OPEN I-O IFWRK
           IF WS-IF-DE-FOTO THEN
              PERFORM 0100-IF-LOAD-FOTO
           ELSE
              PERFORM 0100-IF-LOAD-LIVE
           END-IF
           IF WS-IF-ORIGEN = SPACE THEN
              CLOSE IFWRK
              DISPLAY WS-MSG-IFNI LINE 24 COL 01
              GO TO 0100-AS-OF-FIN
           END-IF
           PERFORM 0100-IF-ROLL
           CLOSE IFWRK
           PERFORM 0100-IF-CSV-OPEN
           PERFORM 0100-IF-VALUE
           PERFORM 0100-IF-CATEG-CSV
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           PERFORM 0100-IF-SHOW
           DISPLAY WS-MSG-IFCS LINE 21 COL 01
           IF WS-IF-NEG > 0 THEN
              MOVE WS-IF-NEG TO WS-IF-NEG-ED
              DISPLAY WS-MSG-IFNG LINE 22 COL 01
              DISPLAY WS-IF-NEG-ED LINE 22 COL 70
           END-IF
           IF WS-IF-LLENA = 1 THEN
              DISPLAY WS-MSG-IFLL LINE 24 COL 01
           END-IF.
       0100-AS-OF-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-NEAREST : The snapshot of FOTOS.LOG nearest to the
      *    date (the earlier one on a tie, so the movements roll
      *    forward); the live inventory when today is nearer still.
      *-----------------------------------------------------------------
       0100-IF-NEAREST.
           MOVE 'L' TO WS-IF-ORIGEN
           MOVE WS-IF-HOY TO WS-IF-FOTO
           COMPUTE WS-IF-MEJOR = FUNCTION INTEGER-OF-DATE(WS-IF-HOY-N)
              - FUNCTION INTEGER-OF-DATE(WS-IF-FECHA-N)
           OPEN INPUT FOTOLOG
           IF WS-FTL-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FOTOLOG
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FTL-RECORD IS NUMERIC THEN
                          PERFORM 0100-IF-CANDIDATE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FOTOLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-CANDIDATE : One snapshot date of FOTOS.LOG.
      *-----------------------------------------------------------------
       0100-IF-CANDIDATE.
           MOVE FTL-RECORD TO WS-IF-FOTO-N
           COMPUTE WS-IF-DIAS = FUNCTION INTEGER-OF-DATE(WS-IF-FOTO-N)
              - FUNCTION INTEGER-OF-DATE(WS-IF-FECHA-N)
           IF WS-IF-DIAS < 0 THEN
              COMPUTE WS-IF-DIAS = 0 - WS-IF-DIAS
           END-IF
           IF WS-IF-DIAS < WS-IF-MEJOR
           OR (WS-IF-DIAS = WS-IF-MEJOR
               AND FTL-RECORD < WS-IF-FOTO) THEN
              MOVE WS-IF-DIAS TO WS-IF-MEJOR
              MOVE FTL-RECORD TO WS-IF-FOTO
              MOVE 'F' TO WS-IF-ORIGEN
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-LOAD-FOTO : The article totals of the snapshot into
      *    the work file. A snapshot that can no longer be read falls
      *    back to the live inventory.
      *-----------------------------------------------------------------
       0100-IF-LOAD-FOTO.
           MOVE SPACES TO WS-FTO-FNAME
           STRING 'FOTO_' WS-IF-FOTO '.DAT'
           DELIMITED BY SIZE INTO WS-FTO-FNAME
           OPEN INPUT FOTOSTK
           IF WS-FTO-STATUS NOT = '00' THEN
              CLOSE FOTOSTK
              MOVE WS-IF-HOY TO WS-IF-FOTO
              PERFORM 0100-IF-LOAD-LIVE
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FOTOSTK
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FTO-TOTAL THEN
                          MOVE FTO-CODART TO IFW-CODART
                          MOVE FTO-CANT TO IFW-CANT
                          MOVE FTO-CSGCANT TO IFW-CSGCANT
                          MOVE FTO-AVGCOST TO IFW-AVGCOST
                          MOVE FTO-CATEGORY TO IFW-CATEGORY
                          WRITE IFW-REG
                             INVALID KEY
                                CONTINUE
                          END-WRITE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOTOSTK
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-LOAD-LIVE : Today's inventory into the work file,
      *    with the units on consignment now.
      *-----------------------------------------------------------------
       0100-IF-LOAD-LIVE.
           MOVE 'L' TO WS-IF-ORIGEN
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '35' THEN
              CLOSE INVENTARIO
              MOVE SPACE TO WS-IF-ORIGEN
           ELSE
              OPEN INPUT CONSIGNA
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ INVENTARIO NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE CODART TO IFW-CODART
                       MOVE CANT TO IFW-CANT
                       MOVE AVGCOST TO IFW-AVGCOST
                       MOVE CATEGORY TO IFW-CATEGORY
                       MOVE 0 TO IFW-CSGCANT
                       IF WS-CSG-STATUS = '00'
                       OR WS-CSG-STATUS = '23' THEN
                          MOVE CODART TO CSG-CODART
                          READ CONSIGNA
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                MOVE CSG-CANT TO IFW-CSGCANT
                          END-READ
                       END-IF
                       WRITE IFW-REG
                          INVALID KEY
                             CONTINUE
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE CONSIGNA
              CLOSE INVENTARIO
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-ROLL : The snapshot holds the stock at the end of
      *    its day. The movements after it up to the date are added
      *    (forward) or those after the date up to it are taken off
      *    (back), reading every monthly file that can hold them and
      *    then the live history.
      *-----------------------------------------------------------------
       0100-IF-ROLL.
           MOVE 0 TO WS-IF-MOVS
           IF WS-IF-FOTO = WS-IF-FECHA THEN
              MOVE 'SIN AJUSTE' TO WS-IF-DIR
              GO TO 0100-IF-ROLL-FIN
           END-IF
           IF WS-IF-FOTO < WS-IF-FECHA THEN
              MOVE WS-IF-FOTO TO WS-IF-DESDE
              MOVE WS-IF-FECHA TO WS-IF-HASTA
              MOVE 1 TO WS-IF-SIGNO
              MOVE 'ADELANTE' TO WS-IF-DIR
           ELSE
              MOVE WS-IF-FECHA TO WS-IF-DESDE
              MOVE WS-IF-FOTO TO WS-IF-HASTA
              MOVE -1 TO WS-IF-SIGNO
              MOVE 'ATRAS' TO WS-IF-DIR
           END-IF
           OPEN INPUT INVENTARIO
           MOVE WS-IF-DESDE(1:6) TO WS-IF-MES
           PERFORM UNTIL WS-IF-MES > WS-IF-HOY(1:6)
              MOVE SPACES TO WS-IF-ROLLNAME
              STRING 'MOVIMIENTOS_' WS-IF-MES '.DAT'
              DELIMITED BY SIZE INTO WS-IF-ROLLNAME
              OPEN INPUT MOVROLL
              IF WS-IF-ROL-ST = '00' THEN
                 SET WS-END-FILE TO 0
                 PERFORM UNTIL WS-END-FILE = 1
                    READ MOVROLL
                       AT END
                          SET WS-END-FILE TO 1
                       NOT AT END
                          MOVE ROLL-RECORD TO MOV-REG
                          PERFORM 0100-IF-ROLL-MOV
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE MOVROLL
              MOVE WS-IF-MES(1:4) TO WS-IF-ANO-N
              MOVE WS-IF-MES(5:2) TO WS-IF-MM-N
              IF WS-IF-MM-N = 12 THEN
                 ADD 1 TO WS-IF-ANO-N
                 MOVE 1 TO WS-IF-MM-N
              ELSE
                 ADD 1 TO WS-IF-MM-N
              END-IF
              MOVE WS-IF-ANO-N TO WS-IF-MES(1:4)
              MOVE WS-IF-MM-N TO WS-IF-MES(5:2)
           END-PERFORM
           OPEN INPUT MOVIMSTK
           IF WS-MOV-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MOVIMSTK
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       PERFORM 0100-IF-ROLL-MOV
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MOVIMSTK
           CLOSE INVENTARIO.
       0100-IF-ROLL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-ROLL-MOV : One movement in MOV-REG. The opening
      *    balances the monthly rollover writes are not movements.
      *    An article missing from the snapshot takes its cost and
      *    category from the live inventory.
      *-----------------------------------------------------------------
       0100-IF-ROLL-MOV.
           IF MOV-TIPO = 'SALDO-INI'
           OR MOV-FECHA NOT > WS-IF-DESDE
           OR MOV-FECHA > WS-IF-HASTA THEN
              GO TO 0100-IF-ROLL-MOV-FIN
           END-IF
           ADD 1 TO WS-IF-MOVS
           MOVE MOV-CANT TO WS-MOV-CANT
           MOVE MOV-CODART TO IFW-CODART
           READ IFWRK
              INVALID KEY
                 MOVE MOV-CODART TO IFW-CODART
                 COMPUTE IFW-CANT = WS-MOV-CANT * WS-IF-SIGNO
                 MOVE 0 TO IFW-CSGCANT
                 MOVE 0 TO IFW-AVGCOST
                 MOVE SPACES TO IFW-CATEGORY
                 MOVE MOV-CODART TO CODART
                 READ INVENTARIO
                    KEY IS CODART
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE AVGCOST TO IFW-AVGCOST
                       MOVE CATEGORY TO IFW-CATEGORY
                 END-READ
                 WRITE IFW-REG
              NOT INVALID KEY
                 COMPUTE IFW-CANT =
                    IFW-CANT + WS-MOV-CANT * WS-IF-SIGNO
                 REWRITE IFW-REG
           END-READ.
       0100-IF-ROLL-MOV-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-VALUE : Every article with stock at the date: its
      *    own units (less the consigned ones) at the average cost,
      *    into the CSV and the total of its category.
      *-----------------------------------------------------------------
       0100-IF-VALUE.
           MOVE 0 TO WS-IF-CNT
           MOVE 0 TO WS-IF-LLENA
           MOVE 0 TO WS-IF-NEG
           OPEN INPUT IFWRK
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ IFWRK NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF IFW-CANT NOT = 0 THEN
                       PERFORM 0100-IF-ARTICLE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE IFWRK
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-ARTICLE : The article in IFW-REG.
      *-----------------------------------------------------------------
       0100-IF-ARTICLE.
           MOVE IFW-CANT TO WS-V-IF-CANT
           COMPUTE WS-V-IF-PROPIA = WS-V-IF-CANT - IFW-CSGCANT
           MOVE IFW-AVGCOST TO WS-V-IF-COSTO
           MOVE 0 TO WS-V-IF-VAL
           IF WS-V-IF-CANT < 0 THEN
              ADD 1 TO WS-IF-NEG
           END-IF
           IF WS-V-IF-PROPIA > 0 THEN
              COMPUTE WS-V-IF-VAL ROUNDED =
                 WS-V-IF-PROPIA * WS-V-IF-COSTO
           END-IF
           PERFORM 0100-IF-FIND-CAT
           IF WS-IF-HIT > 0 THEN
              ADD 1 TO WS-IF-T-ARTS(WS-IF-HIT)
              ADD WS-V-IF-CANT TO WS-IF-T-CANT(WS-IF-HIT)
              ADD WS-V-IF-VAL TO WS-IF-T-VAL(WS-IF-HIT)
           END-IF
           MOVE WS-V-IF-CANT TO WS-IF-ED1
           MOVE IFW-CSGCANT TO WS-IF-ED2
           MOVE WS-V-IF-PROPIA TO WS-IF-ED3
           MOVE WS-V-IF-COSTO TO WS-IF-ED4
           MOVE WS-V-IF-VAL TO WS-IF-ED5
           MOVE SPACES TO OUTPUT-RECORD
           STRING IFW-CODART WS-CSV-DELIM IFW-CATEGORY WS-CSV-DELIM
                  WS-IF-ED1 WS-CSV-DELIM WS-IF-ED2 WS-CSV-DELIM
                  WS-IF-ED3 WS-CSV-DELIM WS-IF-ED4 WS-CSV-DELIM
                  WS-IF-ED5
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-FIND-CAT : Entry of the category of IFW-REG in
      *    WS-IF-HIT, opened in category order when new. Zero when
      *    the table is full.
      *-----------------------------------------------------------------
       0100-IF-FIND-CAT.
           MOVE 0 TO WS-IF-HIT
           MOVE 0 TO WS-IF-CPOS
           PERFORM VARYING WS-IF-IDX FROM 1 BY 1
                   UNTIL WS-IF-IDX > WS-IF-CNT OR WS-IF-HIT > 0
                   OR WS-IF-CPOS > 0
              IF WS-IF-T-CATEG(WS-IF-IDX) = IFW-CATEGORY THEN
                 MOVE WS-IF-IDX TO WS-IF-HIT
              ELSE
                 IF WS-IF-T-CATEG(WS-IF-IDX) > IFW-CATEGORY THEN
                    MOVE WS-IF-IDX TO WS-IF-CPOS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-IF-HIT > 0 THEN
              GO TO 0100-IF-FIND-CAT-FIN
           END-IF
           IF WS-IF-CNT NOT < 100 THEN
              MOVE 1 TO WS-IF-LLENA
              GO TO 0100-IF-FIND-CAT-FIN
           END-IF
           IF WS-IF-CPOS = 0 THEN
              COMPUTE WS-IF-CPOS = WS-IF-CNT + 1
           END-IF
           PERFORM VARYING WS-IF-IDX FROM WS-IF-CNT BY -1
                   UNTIL WS-IF-IDX < WS-IF-CPOS
              MOVE WS-IF-ENTRY(WS-IF-IDX) TO WS-IF-HOLD
              MOVE WS-IF-HOLD TO WS-IF-ENTRY(WS-IF-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-IF-CNT
           MOVE WS-IF-CPOS TO WS-IF-HIT
           MOVE IFW-CATEGORY TO WS-IF-T-CATEG(WS-IF-HIT)
           MOVE 0 TO WS-IF-T-ARTS(WS-IF-HIT)
           MOVE 0 TO WS-IF-T-CANT(WS-IF-HIT)
           MOVE 0 TO WS-IF-T-VAL(WS-IF-HIT).
       0100-IF-FIND-CAT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-CSV-OPEN : Opens the CSV with the date, the
      *    snapshot it started from and the detail header.
      *-----------------------------------------------------------------
       0100-IF-CSV-OPEN.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'INVFECHA_' WS-IF-FECHA '_' WS-RPT-STAMP '.CSV'
           DELIMITED BY SIZE INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE WS-IF-MOVS TO WS-IF-MOVS-ED
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'INVENTARIO AL' WS-CSV-DELIM WS-IF-FECHA
                  WS-CSV-DELIM 'FOTO' WS-CSV-DELIM WS-IF-FOTO
                  WS-CSV-DELIM WS-IF-ORIGEN WS-CSV-DELIM WS-IF-DIR
                  WS-CSV-DELIM 'MOVIMIENTOS' WS-CSV-DELIM
                  WS-IF-MOVS-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'ARTICULO' WS-CSV-DELIM 'CATEGORIA' WS-CSV-DELIM
                  'EXISTENCIA' WS-CSV-DELIM 'CONSIGNADA' WS-CSV-DELIM
                  'PROPIA' WS-CSV-DELIM 'COSTO_PROMEDIO' WS-CSV-DELIM
                  'VALOR'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-CATEG-CSV : The valuation by category at the end of
      *    the CSV, with its total.
      *-----------------------------------------------------------------
       0100-IF-CATEG-CSV.
           MOVE 0 TO WS-V-IF-TCANT
           MOVE 0 TO WS-V-IF-TVAL
           MOVE 0 TO WS-IF-ARTS
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CATEGORIA' WS-CSV-DELIM 'ARTICULOS' WS-CSV-DELIM
                  'EXISTENCIA' WS-CSV-DELIM 'VALOR'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-IF-IDX FROM 1 BY 1
                   UNTIL WS-IF-IDX > WS-IF-CNT
              ADD WS-IF-T-ARTS(WS-IF-IDX) TO WS-IF-ARTS
              ADD WS-IF-T-CANT(WS-IF-IDX) TO WS-V-IF-TCANT
              ADD WS-IF-T-VAL(WS-IF-IDX) TO WS-V-IF-TVAL
              MOVE WS-IF-T-ARTS(WS-IF-IDX) TO WS-IF-ARTS-ED
              MOVE WS-IF-T-CANT(WS-IF-IDX) TO WS-IF-ED1
              MOVE WS-IF-T-VAL(WS-IF-IDX) TO WS-IF-ED5
              MOVE SPACES TO OUTPUT-RECORD
              STRING WS-IF-T-CATEG(WS-IF-IDX) WS-CSV-DELIM
                     WS-IF-ARTS-ED WS-CSV-DELIM WS-IF-ED1
                     WS-CSV-DELIM WS-IF-ED5
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-PERFORM
           MOVE WS-IF-ARTS TO WS-IF-ARTS-ED
           MOVE WS-V-IF-TCANT TO WS-IF-ED1
           MOVE WS-V-IF-TVAL TO WS-IF-ED5
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'TOTAL' WS-CSV-DELIM WS-IF-ARTS-ED WS-CSV-DELIM
                  WS-IF-ED1 WS-CSV-DELIM WS-IF-ED5
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IF-SHOW : The starting snapshot and the valuation by
      *    category on screen.
      *-----------------------------------------------------------------
       0100-IF-SHOW.
           DISPLAY WS-LB-IFFO LINE 07 COL 01
           DISPLAY WS-IF-FOTO LINE 07 COL 22
           DISPLAY WS-IF-DIR LINE 07 COL 32
           DISPLAY WS-LB-IFMV LINE 07 COL 45
           DISPLAY WS-IF-MOVS-ED LINE 07 COL 66
           DISPLAY WS-LB-IF LINE 09 COL 01
           DISPLAY WS-HYPHNS(1:80) LINE 10 COL 01
           MOVE 10 TO WS-ROWCTRL
           PERFORM VARYING WS-IF-IDX FROM 1 BY 1
                   UNTIL WS-IF-IDX > WS-IF-CNT
              IF WS-ROWCTRL > 18 THEN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 DISPLAY WS-BLANK LINE 11 COL 01 ERASE EOS
                 MOVE 10 TO WS-ROWCTRL
              END-IF
              ADD 1 TO WS-ROWCTRL
              MOVE WS-IF-T-ARTS(WS-IF-IDX) TO WS-IF-ARTS-ED
              MOVE WS-IF-T-CANT(WS-IF-IDX) TO WS-IF-ED1
              MOVE WS-IF-T-VAL(WS-IF-IDX) TO WS-IF-ED5
              DISPLAY WS-IF-T-CATEG(WS-IF-IDX) LINE WS-ROWCTRL COL 01
              DISPLAY WS-IF-ARTS-ED LINE WS-ROWCTRL COL 20
              DISPLAY WS-IF-ED1 LINE WS-ROWCTRL COL 29
              DISPLAY WS-IF-ED5 LINE WS-ROWCTRL COL 43
           END-PERFORM
           ADD 1 TO WS-ROWCTRL
           MOVE WS-IF-ARTS TO WS-IF-ARTS-ED
           MOVE WS-V-IF-TCANT TO WS-IF-ED1
           MOVE WS-V-IF-TVAL TO WS-IF-ED5
           DISPLAY WS-LB-IFTT LINE WS-ROWCTRL COL 01
           DISPLAY WS-IF-ARTS-ED LINE WS-ROWCTRL COL 20
           DISPLAY WS-IF-ED1 LINE WS-ROWCTRL COL 29
           DISPLAY WS-IF-ED5 LINE WS-ROWCTRL COL 43
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
       END PROGRAM INVFEC01.
