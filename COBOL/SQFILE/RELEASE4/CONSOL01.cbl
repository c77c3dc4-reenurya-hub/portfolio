      ******************************************************************
      * Program      : CONSOL01.cbl                                    *
      * Purpose      : Consolidated figures of the group for a month:  *
      *                sales, cost of sales, gross margin and stock    *
      *                value of both companies read from their own     *
      *                data sets, with the intercompany sales to the   *
      *                sister (PAR-ICCLI) eliminated from sales and    *
      *                cost, and the margin the seller made on the     *
      *                goods the buyer still holds eliminated from     *
      *                the stock value. The change in that unrealized  *
      *                margin against the month before (CONSOL.DAT,    *
      *                in the base directory) goes to the cost. On     *
      *                screen and as a CSV registered in INFORMES.LOG. *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      The lines of a voided invoice   *
      *                                are skipped by its own number   *
      *                                (ANUCHK) and not by the last    *
      *                                header read: on the date and    *
      *                                customer keys the records of    *
      *                                several invoices may come       *
      *                                interleaved.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOL01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "CNSSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "CNSFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ANUWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-CNS-STATUS      PIC XX.
           77 WS-CN-MES          PIC X(06).
           77 WS-CN-MES-HOY      PIC X(06).
           77 WS-CN-MES-ANT      PIC X(06).
           77 WS-CN-AA           PIC 9(04).
           77 WS-CN-MM           PIC 9(02).
           77 WS-CN-ORIGEN       PIC X(40).
           77 WS-CN-E            PIC 9 VALUE 0.
           77 WS-CN-O            PIC 9 VALUE 0.
           77 WS-CN-ICCLI        PIC X(10).
           77 WS-CN-ACNT         PIC 9(3) VALUE 0.
           77 WS-CN-AIDX         PIC 9(3) VALUE 0.
           77 WS-CN-AHIT         PIC 9(3) VALUE 0.
           77 WS-V-CN-QTY        PIC 9(7)V99.
           77 WS-V-CN-VENTA      PIC 9(9)V99.
           77 WS-V-CN-UCOSTO     PIC 9(5)V99.
           77 WS-V-CN-COSTO      PIC 9(9)V99.
           77 WS-V-CN-CANT       PIC 9(7)V99.
           77 WS-V-CN-VAL        PIC 9(11)V99.
           77 WS-V-CN-TENIDO     PIC 9(9)V99.
           77 WS-V-CN-U          PIC S9(11)V99.
           77 WS-CN-NOREAL       PIC S9(11)V99 VALUE 0.
           77 WS-CN-NOREAL-ANT   PIC S9(11)V99 VALUE 0.
           77 WS-CN-VIC          PIC 9(11)V99 VALUE 0.
           77 WS-CN-C-VENTA      PIC S9(11)V99 VALUE 0.
           77 WS-CN-C-COSTO      PIC S9(11)V99 VALUE 0.
           77 WS-CN-C-INVENT     PIC S9(11)V99 VALUE 0.
           77 WS-CN-R-LABEL      PIC X(20).
           77 WS-CN-R-V1         PIC S9(11)V99.
           77 WS-CN-R-V2         PIC S9(11)V99.
           77 WS-CN-R-V3         PIC S9(11)V99.
           77 WS-CN-R-V4         PIC S9(11)V99.
           77 WS-CN-VAL-ED       PIC -ZZZZZZZZZ9.99.
           77 WS-CN-VAL-ED2      PIC -ZZZZZZZZZ9.99.
           77 WS-CN-VAL-ED3      PIC -ZZZZZZZZZ9.99.
           77 WS-CN-VAL-ED4      PIC -ZZZZZZZZZ9.99.
      *
       01 WS-CN-EMP-TABLE.
           02 WS-CN-EMP OCCURS 2 TIMES.
               03 WS-CN-T-DIR      PIC X(08).
               03 WS-CN-T-ICCLI    PIC X(10).
               03 WS-CN-T-DATOS    PIC 9.
               03 WS-CN-T-VENTA    PIC 9(11)V99.
               03 WS-CN-T-COSTO    PIC 9(11)V99.
               03 WS-CN-T-VIC      PIC 9(11)V99.
               03 WS-CN-T-INVENT   PIC 9(11)V99.
               03 WS-CN-T-NOREAL   PIC S9(11)V99.
      *    ARTICLES EACH COMPANY HAS SOLD TO THE SISTER: UNITS AND THE
      *    MARGIN MADE ON THEM, TO PRORATE OVER WHAT IS STILL HELD.
       01 WS-CN-ART-TABLE.
           02 WS-CN-ART OCCURS 300 TIMES.
               03 WS-CN-A-EMP      PIC 9.
               03 WS-CN-A-CODART   PIC X(10).
               03 WS-CN-A-CANT     PIC 9(9)V99.
               03 WS-CN-A-MARGEN   PIC S9(11)V99.
      *
           77 WS-ST-CN     PIC X(25) VALUE 'CONSOLIDADO DEL GRUPO    '.
           77 WS-MSG-CNMS PIC X(80) VALUE ' Mes del reporte (AAAAMM,'-
       ' vacio = actual):                                      '.
           77 WS-MSG-CNND PIC X(80) VALUE ' No hay datos en ninguna '-
       'de las dos empresas.                                   '.
           77 WS-MSG-CNSC PIC X(80) VALUE ' Ninguna empresa tiene co'-
       'nfigurada la venta a la otra: no hay eliminaciones.    '.
           77 WS-MSG-CNOK PIC X(80) VALUE ' Reporte generado en CSV '-
       'y registrado en INFORMES.LOG.                          '.
           77 WS-MSG-CNNR PIC X(80) VALUE ' Margen no realizado al c'-
       'ierre:                mes anterior:                    '.
           77 WS-LB-CN    PIC X(79) VALUE 'CONCEPTO                 '-
       ' EMPRESA1       EMPRESA2    ELIMINACION    CONSOLIDADO'.
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
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-CN          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           IF WS-PAR-MODO-ENTRENA THEN
              DISPLAY WS-MSG-ENBQ LINE 22 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           DISPLAY WS-MSG-CNMS LINE 06 COL 01
           MOVE SPACES TO WS-CN-MES
           ACCEPT WS-CN-MES LINE 06 COL 45
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:6) TO WS-CN-MES-HOY
           IF WS-CN-MES = SPACES OR WS-CN-MES = LOW-VALUE THEN
              MOVE WS-CN-MES-HOY TO WS-CN-MES
           END-IF
           MOVE SPACES TO WS-CN-ORIGEN
           ACCEPT WS-CN-ORIGEN FROM ENVIRONMENT 'COB_FILE_PATH'
           INITIALIZE WS-CN-EMP-TABLE
           MOVE 'EMPRESA1' TO WS-CN-T-DIR(1)
           MOVE 'EMPRESA2' TO WS-CN-T-DIR(2)
           MOVE 0 TO WS-CN-ACNT
           PERFORM VARYING WS-CN-E FROM 1 BY 1 UNTIL WS-CN-E > 2
              PERFORM 0100-CN-EMPRESA
           END-PERFORM
           PERFORM 0100-CN-NOREAL
           SET ENVIRONMENT 'COB_FILE_PATH' TO WS-CN-ORIGEN
           PERFORM 0100-LOAD-PARAMS
           IF WS-CN-T-DATOS(1) = 0 AND WS-CN-T-DATOS(2) = 0 THEN
              DISPLAY WS-MSG-CNND LINE 10 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           PERFORM 0100-CN-HISTORIA
           PERFORM 0100-CN-WRITE-REPORT
           IF WS-CN-T-ICCLI(1) = SPACES
           AND WS-CN-T-ICCLI(2) = SPACES THEN
              DISPLAY WS-MSG-CNSC LINE 22 COL 01
           END-IF
           DISPLAY WS-MSG-CNOK LINE 23 COL 01.
      *
       0000-MAIN-FIN.
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-CN-EMPRESA : Sales, cost and stock value of the company
      *    WS-CN-E, read in its own data set. Its sales to the sister
      *    count as intercompany only when its PARAMS name the other
      *    company of the group as the sister.
      *-----------------------------------------------------------------
       0100-CN-EMPRESA.
           IF WS-CN-E = 1 THEN
              MOVE 2 TO WS-CN-O
           ELSE
              MOVE 1 TO WS-CN-O
           END-IF
           SET ENVIRONMENT 'COB_FILE_PATH' TO WS-CN-T-DIR(WS-CN-E)
           PERFORM 0100-LOAD-PARAMS
           MOVE SPACES TO WS-CN-T-ICCLI(WS-CN-E)
           IF WS-PAR-EXISTS = 1
           AND WS-PAR-ICDIR = WS-CN-T-DIR(WS-CN-O) THEN
              MOVE WS-PAR-ICCLI TO WS-CN-T-ICCLI(WS-CN-E)
           END-IF
           MOVE WS-CN-T-ICCLI(WS-CN-E) TO WS-CN-ICCLI
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS NOT = '00' THEN
              CLOSE INVENTARIO
              MOVE 0 TO WS-CN-T-DATOS(WS-CN-E)
           ELSE
              MOVE 1 TO WS-CN-T-DATOS(WS-CN-E)
              PERFORM 0100-CN-VENTAS
              IF WS-CN-ICCLI NOT = SPACES THEN
                 PERFORM 0100-CN-IC-ARTICULOS
              END-IF
              CLOSE INVENTARIO
              PERFORM 0100-CN-VALUATION
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-VENTAS : The month's lines of the company, skipping
      *    voided invoices, through the FAC-FECHA key. INVENTARIO is
      *    open for the cost of lines posted without one.
      *-----------------------------------------------------------------
       0100-CN-VENTAS.
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '35' THEN
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM 0100-ANU-INICIO
              MOVE WS-CN-MES TO FAC-FECHA(1:6)
              MOVE '00' TO FAC-FECHA(7:2)
              START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-FECHA(1:6) > WS-CN-MES THEN
                          SET WS-END-FILE TO 1
                       END-IF
                       PERFORM 0100-ANU-REGISTRO
                       IF FAC-LIN NOT = 0
                       AND WS-ANU-ANULADA = 0
                       AND FAC-FECHA(1:6) = WS-CN-MES THEN
                          PERFORM 0100-CN-LINE-COST
                          ADD WS-V-CN-VENTA
                           TO WS-CN-T-VENTA(WS-CN-E)
                          ADD WS-V-CN-COSTO
                           TO WS-CN-T-COSTO(WS-CN-E)
                          IF WS-CN-ICCLI NOT = SPACES
                          AND FAC-CLIENTE = WS-CN-ICCLI THEN
                             ADD WS-V-CN-VENTA
                              TO WS-CN-T-VIC(WS-CN-E)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTURAS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-LINE-COST : Revenue and cost of the line in FAC-REG,
      *    the cost stamped at posting or else the article's average
      *    (standard when zero), as MARGEN01 takes it.
      *-----------------------------------------------------------------
       0100-CN-LINE-COST.
           MOVE FAC-CANT TO WS-V-CN-QTY
           MOVE FAC-TOTAL TO WS-V-CN-VENTA
           MOVE FAC-COSTO TO WS-V-CN-UCOSTO
           IF WS-V-CN-UCOSTO = 0 THEN
              MOVE FAC-CODART TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AVGCOST TO WS-V-CN-UCOSTO
                    IF WS-V-CN-UCOSTO = 0 THEN
                       MOVE STDCOST TO WS-V-CN-UCOSTO
                    END-IF
              END-READ
           END-IF
           COMPUTE WS-V-CN-COSTO = WS-V-CN-QTY * WS-V-CN-UCOSTO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-IC-ARTICULOS : Every line ever billed to the sister,
      *    through the FAC-CLIENTE key, summed per article with the
      *    margin made on it. The header of an invoice is read before
      *    its lines, so a voided invoice is left out.
      *-----------------------------------------------------------------
       0100-CN-IC-ARTICULOS.
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '35' THEN
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM 0100-ANU-INICIO
              MOVE WS-CN-ICCLI TO FAC-CLIENTE
              START FACTURAS KEY IS NOT LESS THAN FAC-CLIENTE
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-CLIENTE NOT = WS-CN-ICCLI THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          PERFORM 0100-ANU-REGISTRO
                          IF FAC-LIN NOT = 0
                          AND WS-ANU-ANULADA = 0 THEN
                             PERFORM 0100-CN-IC-ADD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTURAS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-IC-ADD : Units and margin of one intercompany line
      *    into the seller's entry for the article.
      *-----------------------------------------------------------------
       0100-CN-IC-ADD.
           PERFORM 0100-CN-LINE-COST
           SET WS-CN-AHIT TO 0
           PERFORM VARYING WS-CN-AIDX FROM 1 BY 1
                   UNTIL WS-CN-AIDX > WS-CN-ACNT
              IF WS-CN-A-EMP(WS-CN-AIDX) = WS-CN-E
              AND WS-CN-A-CODART(WS-CN-AIDX) = FAC-CODART THEN
                 SET WS-CN-AHIT TO WS-CN-AIDX
                 MOVE 301 TO WS-CN-AIDX
              END-IF
           END-PERFORM
           IF WS-CN-AHIT = 0 AND WS-CN-ACNT < 300 THEN
              ADD 1 TO WS-CN-ACNT
              MOVE WS-CN-E TO WS-CN-A-EMP(WS-CN-ACNT)
              MOVE FAC-CODART TO WS-CN-A-CODART(WS-CN-ACNT)
              MOVE 0 TO WS-CN-A-CANT(WS-CN-ACNT)
              MOVE 0 TO WS-CN-A-MARGEN(WS-CN-ACNT)
              SET WS-CN-AHIT TO WS-CN-ACNT
           END-IF
           IF WS-CN-AHIT > 0 THEN
              ADD WS-V-CN-QTY TO WS-CN-A-CANT(WS-CN-AHIT)
              COMPUTE WS-CN-A-MARGEN(WS-CN-AHIT) =
                 WS-CN-A-MARGEN(WS-CN-AHIT)
                 + WS-V-CN-VENTA - WS-V-CN-COSTO
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-VALUATION : Stock of every active article at average
      *    cost less its consigned units, as CONCINV01 values it.
      *-----------------------------------------------------------------
       0100-CN-VALUATION.
           OPEN INPUT INVENTARIO
           OPEN INPUT CONSIGNA
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF ACTFLAG-ACTIVE THEN
                       PERFORM 0100-CN-VALUE-ARTICLE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONSIGNA
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-VALUE-ARTICLE : The article in INVENT-REG.
      *-----------------------------------------------------------------
       0100-CN-VALUE-ARTICLE.
           MOVE CANT TO WS-V-CN-CANT
           MOVE 0 TO WS-V-CSG-CANT
           IF WS-CSG-STATUS = '00' OR WS-CSG-STATUS = '05'
           OR WS-CSG-STATUS = '23' THEN
              MOVE CODART TO CSG-CODART
              READ CONSIGNA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CSG-CANT TO WS-V-CSG-CANT
              END-READ
           END-IF
           IF WS-V-CSG-CANT > WS-V-CN-CANT THEN
              MOVE 0 TO WS-V-CN-CANT
           ELSE
              SUBTRACT WS-V-CSG-CANT FROM WS-V-CN-CANT
           END-IF
           MOVE AVGCOST TO WS-V-CN-UCOSTO
           COMPUTE WS-V-CN-VAL = WS-V-CN-CANT * WS-V-CN-UCOSTO
           ADD WS-V-CN-VAL TO WS-CN-T-INVENT(WS-CN-E)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-NOREAL : In the buyer's data set, the units of each
      *    article bought from the sister that are still in stock, up
      *    to what was bought, carry their share of the seller's
      *    margin. That is the margin not yet realized by the group.
      *-----------------------------------------------------------------
       0100-CN-NOREAL.
           MOVE 0 TO WS-CN-NOREAL
           PERFORM VARYING WS-CN-E FROM 1 BY 1 UNTIL WS-CN-E > 2
              IF WS-CN-E = 1 THEN
                 MOVE 2 TO WS-CN-O
              ELSE
                 MOVE 1 TO WS-CN-O
              END-IF
              IF WS-CN-T-ICCLI(WS-CN-E) NOT = SPACES
              AND WS-CN-T-DATOS(WS-CN-O) = 1 THEN
                 SET ENVIRONMENT 'COB_FILE_PATH'
                  TO WS-CN-T-DIR(WS-CN-O)
                 OPEN INPUT INVENTARIO
                 PERFORM VARYING WS-CN-AIDX FROM 1 BY 1
                         UNTIL WS-CN-AIDX > WS-CN-ACNT
                    IF WS-CN-A-EMP(WS-CN-AIDX) = WS-CN-E
                    AND WS-CN-A-CANT(WS-CN-AIDX) > 0 THEN
                       PERFORM 0100-CN-NOREAL-ART
                    END-IF
                 END-PERFORM
                 CLOSE INVENTARIO
                 ADD WS-CN-T-NOREAL(WS-CN-E) TO WS-CN-NOREAL
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-NOREAL-ART : The article of entry WS-CN-AIDX.
      *-----------------------------------------------------------------
       0100-CN-NOREAL-ART.
           MOVE WS-CN-A-CODART(WS-CN-AIDX) TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 MOVE 0 TO WS-V-CN-TENIDO
              NOT INVALID KEY
                 MOVE CANT TO WS-V-CN-TENIDO
           END-READ
           IF WS-V-CN-TENIDO > WS-CN-A-CANT(WS-CN-AIDX) THEN
              MOVE WS-CN-A-CANT(WS-CN-AIDX) TO WS-V-CN-TENIDO
           END-IF
           COMPUTE WS-V-CN-U ROUNDED =
              WS-V-CN-TENIDO * WS-CN-A-MARGEN(WS-CN-AIDX)
              / WS-CN-A-CANT(WS-CN-AIDX)
           ADD WS-V-CN-U TO WS-CN-T-NOREAL(WS-CN-E)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-HISTORIA : Unrealized margin of the month before from
      *    CONSOL.DAT, and the consolidated figures. The run of the
      *    current month is kept as that month's record.
      *-----------------------------------------------------------------
       0100-CN-HISTORIA.
           MOVE WS-CN-MES(1:4) TO WS-CN-AA
           MOVE WS-CN-MES(5:2) TO WS-CN-MM
           IF WS-CN-MM = 1 THEN
              SUBTRACT 1 FROM WS-CN-AA
              MOVE 12 TO WS-CN-MM
           ELSE
              SUBTRACT 1 FROM WS-CN-MM
           END-IF
           MOVE WS-CN-AA TO WS-CN-MES-ANT(1:4)
           MOVE WS-CN-MM TO WS-CN-MES-ANT(5:2)
           MOVE 0 TO WS-CN-NOREAL-ANT
           OPEN INPUT CONSOL
           IF WS-CNS-STATUS = '00' THEN
              MOVE WS-CN-MES-ANT TO CNS-MES
              READ CONSOL
                 KEY IS CNS-MES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CNS-NOREAL TO WS-CN-NOREAL-ANT
              END-READ
           END-IF
           CLOSE CONSOL
           COMPUTE WS-CN-VIC = WS-CN-T-VIC(1) + WS-CN-T-VIC(2)
           COMPUTE WS-CN-C-VENTA = WS-CN-T-VENTA(1)
              + WS-CN-T-VENTA(2) - WS-CN-VIC
           COMPUTE WS-CN-C-COSTO = WS-CN-T-COSTO(1)
              + WS-CN-T-COSTO(2) - WS-CN-VIC
              + WS-CN-NOREAL - WS-CN-NOREAL-ANT
           COMPUTE WS-CN-C-INVENT = WS-CN-T-INVENT(1)
              + WS-CN-T-INVENT(2) - WS-CN-NOREAL
           IF WS-CN-MES = WS-CN-MES-HOY THEN
              OPEN I-O CONSOL
              MOVE WS-CN-MES TO CNS-MES
              MOVE WS-DATETIME(1:8) TO CNS-FECHA
              MOVE WS-CN-C-VENTA TO CNS-VENTAS
              MOVE WS-CN-C-COSTO TO CNS-COSTO
              MOVE WS-CN-VIC TO CNS-VIC
              MOVE WS-CN-C-INVENT TO CNS-INVENT
              MOVE WS-CN-NOREAL TO CNS-NOREAL
              MOVE WS-OPERATOR-ID TO CNS-OPERADOR
              MOVE SPACES TO CNS-FILLER
              WRITE CNS-REG
                 INVALID KEY
                    REWRITE CNS-REG
              END-WRITE
              CLOSE CONSOL
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-WRITE-REPORT : Screen and CSV, one row per figure
      *    with both companies, the elimination and the group.
      *-----------------------------------------------------------------
       0100-CN-WRITE-REPORT.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'CONSOL_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CONSOLIDADO DEL GRUPO' WS-CSV-DELIM WS-CN-MES
           INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CONCEPTO' WS-CSV-DELIM
                  'EMPRESA1' WS-CSV-DELIM
                  'EMPRESA2' WS-CSV-DELIM
                  'ELIMINACION' WS-CSV-DELIM
                  'CONSOLIDADO'
           INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           DISPLAY WS-LB-CN LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           MOVE 'VENTAS' TO WS-CN-R-LABEL
           MOVE WS-CN-T-VENTA(1) TO WS-CN-R-V1
           MOVE WS-CN-T-VENTA(2) TO WS-CN-R-V2
           COMPUTE WS-CN-R-V3 = 0 - WS-CN-VIC
           MOVE WS-CN-C-VENTA TO WS-CN-R-V4
           PERFORM 0100-CN-ROW
           MOVE 'COSTO DE VENTAS' TO WS-CN-R-LABEL
           MOVE WS-CN-T-COSTO(1) TO WS-CN-R-V1
           MOVE WS-CN-T-COSTO(2) TO WS-CN-R-V2
           COMPUTE WS-CN-R-V3 = WS-CN-NOREAL - WS-CN-NOREAL-ANT
              - WS-CN-VIC
           MOVE WS-CN-C-COSTO TO WS-CN-R-V4
           PERFORM 0100-CN-ROW
           MOVE 'MARGEN BRUTO' TO WS-CN-R-LABEL
           COMPUTE WS-CN-R-V1 = WS-CN-T-VENTA(1) - WS-CN-T-COSTO(1)
           COMPUTE WS-CN-R-V2 = WS-CN-T-VENTA(2) - WS-CN-T-COSTO(2)
           COMPUTE WS-CN-R-V3 = WS-CN-NOREAL-ANT - WS-CN-NOREAL
           COMPUTE WS-CN-R-V4 = WS-CN-C-VENTA - WS-CN-C-COSTO
           PERFORM 0100-CN-ROW
           MOVE 'VALOR INVENTARIO' TO WS-CN-R-LABEL
           MOVE WS-CN-T-INVENT(1) TO WS-CN-R-V1
           MOVE WS-CN-T-INVENT(2) TO WS-CN-R-V2
           COMPUTE WS-CN-R-V3 = 0 - WS-CN-NOREAL
           MOVE WS-CN-C-INVENT TO WS-CN-R-V4
           PERFORM 0100-CN-ROW
           ADD 1 TO WS-ROWCTRL
           MOVE 'VENTAS A LA HERMANA' TO WS-CN-R-LABEL
           MOVE WS-CN-T-VIC(1) TO WS-CN-R-V1
           MOVE WS-CN-T-VIC(2) TO WS-CN-R-V2
           COMPUTE WS-CN-R-V3 = 0 - WS-CN-VIC
           MOVE 0 TO WS-CN-R-V4
           PERFORM 0100-CN-ROW
           MOVE 'MARGEN NO REALIZADO' TO WS-CN-R-LABEL
           MOVE WS-CN-T-NOREAL(1) TO WS-CN-R-V1
           MOVE WS-CN-T-NOREAL(2) TO WS-CN-R-V2
           COMPUTE WS-CN-R-V3 = 0 - WS-CN-NOREAL
           MOVE 0 TO WS-CN-R-V4
           PERFORM 0100-CN-ROW
           ADD 1 TO WS-ROWCTRL
           DISPLAY WS-MSG-CNNR LINE WS-ROWCTRL COL 01
           MOVE WS-CN-NOREAL TO WS-CN-VAL-ED
           DISPLAY WS-CN-VAL-ED LINE WS-ROWCTRL COL 32
           MOVE WS-CN-NOREAL-ANT TO WS-CN-VAL-ED
           DISPLAY WS-CN-VAL-ED LINE WS-ROWCTRL COL 62
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CN-ROW : One figure, on screen and in the CSV.
      *-----------------------------------------------------------------
       0100-CN-ROW.
           MOVE WS-CN-R-V1 TO WS-CN-VAL-ED
           MOVE WS-CN-R-V2 TO WS-CN-VAL-ED2
           MOVE WS-CN-R-V3 TO WS-CN-VAL-ED3
           MOVE WS-CN-R-V4 TO WS-CN-VAL-ED4
           DISPLAY WS-CN-R-LABEL LINE WS-ROWCTRL COL 01
           DISPLAY WS-CN-VAL-ED  LINE WS-ROWCTRL COL 21
           DISPLAY WS-CN-VAL-ED2 LINE WS-ROWCTRL COL 36
           DISPLAY WS-CN-VAL-ED3 LINE WS-ROWCTRL COL 51
           DISPLAY WS-CN-VAL-ED4 LINE WS-ROWCTRL COL 66
           ADD 1 TO WS-ROWCTRL
           OPEN EXTEND OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-CN-R-LABEL WS-CSV-DELIM
                  WS-CN-VAL-ED  WS-CSV-DELIM
                  WS-CN-VAL-ED2 WS-CSV-DELIM
                  WS-CN-VAL-ED3 WS-CSV-DELIM
                  WS-CN-VAL-ED4
           INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "ANUCHK.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM CONSOL01.
