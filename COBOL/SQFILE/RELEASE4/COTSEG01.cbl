      ******************************************************************
      * Program      : COTSEG01.cbl                                    *
      * Purpose      : Quotation follow-up. Maintains the lost-reason  *
      *                master MOTIVOS.DAT (code, description, active   *
      *                flag) in the MPAGO01 style and produces the     *
      *                monthly conversion report over COTIZA.DAT: the  *
      *                quotes issued in the month, their value, the    *
      *                conversion rate and the average days to close,  *
      *                per salesperson and per article category, plus  *
      *                the lost reasons ranked, on screen and as a CSV *
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
       PROGRAM-ID. COTSEG01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "COTSEL.cpy".
      *
       copy "MOTSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "COTFD.cpy".
      *
       copy "MOTFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-COT-STATUS      PIC XX.
           77 WS-MOT-STATUS      PIC XX.
           77 WS-CV-COD          PIC X(02).
           77 WS-CV-DESC         PIC X(30).
           77 WS-CV-MES          PIC X(06).
           77 WS-CV-HOY          PIC X(08).
           77 WS-CV-INMES        PIC 9 VALUE 0.
           77 WS-CV-EST          PIC X(01).
           77 WS-CV-VEND         PIC X(10).
           77 WS-CV-LINCAT       PIC X(15).
           77 WS-CV-DCIERRE      PIC 9 VALUE 0.
           77 WS-CV-FEC-N        PIC 9(08).
           77 WS-CV-FCI-N        PIC 9(08).
           77 WS-CV-DIAS         PIC 9(05) VALUE 0.
           77 WS-CV-QUOTES       PIC 9(05) VALUE 0.
           77 WS-CV-VCNT         PIC 9(3) VALUE 0.
           77 WS-CV-VIDX         PIC 9(3) VALUE 0.
           77 WS-CV-VHIT         PIC 9(3) VALUE 0.
           77 WS-CV-CCNT         PIC 9(3) VALUE 0.
           77 WS-CV-CIDX         PIC 9(3) VALUE 0.
           77 WS-CV-CHIT         PIC 9(3) VALUE 0.
           77 WS-CV-MCNT         PIC 9(3) VALUE 0.
           77 WS-CV-MIDX         PIC 9(3) VALUE 0.
           77 WS-CV-MIDX2        PIC 9(3) VALUE 0.
           77 WS-CV-MHIT         PIC 9(3) VALUE 0.
           77 WS-V-CV-VALOR      PIC 9(9)V99.
           77 WS-V-CV-PCT        PIC 9(3)V99.
           77 WS-V-CV-PROM       PIC 9(5)V9.
           77 WS-CV-VAL-ED       PIC ZZZZZZZZ9.99.
           77 WS-CV-CNT-ED       PIC ZZZZ9.
           77 WS-CV-CNT2-ED      PIC ZZZZ9.
           77 WS-CV-CNT3-ED      PIC ZZZZ9.
           77 WS-CV-CNT4-ED      PIC ZZZZ9.
           77 WS-CV-GAN-ED       PIC ZZZZZZZZ9.99.
           77 WS-CV-PCT-ED       PIC ZZ9.99.
           77 WS-CV-PROM-ED      PIC ZZZZ9.9.
      *
       01 WS-CV-VTABLE.
           02 WS-CV-VENTRY OCCURS 100 TIMES.
               03 WS-CV-T-VEND      PIC X(10).
               03 WS-CV-T-VCOT      PIC 9(5).
               03 WS-CV-T-VVAL      PIC 9(11)V99.
               03 WS-CV-T-VGAN      PIC 9(5).
               03 WS-CV-T-VGVAL     PIC 9(11)V99.
               03 WS-CV-T-VDIAS     PIC 9(7).
               03 WS-CV-T-VDCNT     PIC 9(5).
               03 WS-CV-T-VPERD     PIC 9(5).
               03 WS-CV-T-VVENC     PIC 9(5).
       01 WS-CV-CTABLE.
           02 WS-CV-CENTRY OCCURS 100 TIMES.
               03 WS-CV-T-CAT       PIC X(15).
               03 WS-CV-T-CLIN      PIC 9(5).
               03 WS-CV-T-CVAL      PIC 9(11)V99.
               03 WS-CV-T-CGVAL     PIC 9(11)V99.
               03 WS-CV-T-CDIAS     PIC 9(7).
               03 WS-CV-T-CDCNT     PIC 9(5).
       01 WS-CV-MTABLE.
           02 WS-CV-MENTRY OCCURS 50 TIMES.
               03 WS-CV-T-MOT       PIC X(02).
               03 WS-CV-T-MCNT      PIC 9(5).
               03 WS-CV-T-MVAL      PIC 9(11)V99.
       01 WS-CV-MSWAP.
           02 WS-CV-S-MOT           PIC X(02).
           02 WS-CV-S-MCNT          PIC 9(5).
           02 WS-CV-S-MVAL          PIC 9(11)V99.
      *
           77 WS-ST-CV     PIC X(25) VALUE 'SEGUIMIENTO COTIZACIONES '.
           77 WS-MSG-CVOP PIC X(80) VALUE ' 1-LISTA MOTIVOS 2-FIJA M'-
       'OTIVO 3-CONVERSION 9-SALE           Ingrese opcion [  ]'.
           77 WS-MSG-CVCD PIC X(80) VALUE ' Codigo del motivo de per'-
       'dida:                                                  '.
           77 WS-MSG-CVDS PIC X(80) VALUE ' Descripcion del motivo: '-
       '                                                       '.
           77 WS-MSG-CVAC PIC X(80) VALUE ' Activo (A) o inactivo (I'-
       ') [A]:                                                 '.
           77 WS-MSG-CVRG PIC X(80) VALUE ' Motivo de perdida regist'-
       'rado.                                                  '.
           77 WS-MSG-CVN0 PIC X(80) VALUE ' No hay motivos de perdid'-
       'a registrados todavia.                                 '.
           77 WS-MSG-CVMS PIC X(80) VALUE ' Mes del reporte (AAAAMM,'-
       ' vacio = actual):                                      '.
           77 WS-MSG-CVNV PIC X(80) VALUE ' No hay cotizaciones emit'-
       'idas en ese mes.                                       '.
           77 WS-MSG-CVOK PIC X(80) VALUE ' Reporte generado en CSV '-
       'y registrado en INFORMES.LOG.                          '.
           77 WS-LB-CV1   PIC X(78) VALUE 'VENDEDOR  COTIZ.        '-
       'VALOR GANAD.    VR.GANADO  CONV%    DIAS PERD. VENC.'.
           77 WS-LB-CV2   PIC X(78) VALUE 'CATEGORIA      LINEAS   '-
       '     VALOR      VR.GANADO  CONV%    DIAS'.
           77 WS-LB-CV3   PIC X(78) VALUE 'MOTIVO DESCRIPCION       '-
       '             PERD.        VALOR'.
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
           PERFORM 0100-SEED-MOTIVOS
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-CV          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-CVOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-LIST-MOTIVOS
                 WHEN 2
                    PERFORM 0100-SET-MOTIVO
                 WHEN 3
                    PERFORM 0100-CONVERSION-RPT
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
      *    0100-SEED-MOTIVOS : The first time, creates MOTIVOS.DAT with
      *    the usual reasons a quote is lost.
      *-----------------------------------------------------------------
       0100-SEED-MOTIVOS.
           OPEN INPUT MOTIVOS
           IF WS-MOT-STATUS = '00' THEN
              CLOSE MOTIVOS
           ELSE
              CLOSE MOTIVOS
              OPEN OUTPUT MOTIVOS
              SET MOT-ACTIVO TO TRUE
              MOVE 'CO' TO MOT-CODIGO
              MOVE 'COMPETIDOR' TO MOT-DESC
              WRITE MOT-REG
              MOVE 'EX' TO MOT-CODIGO
              MOVE 'EXISTENCIA' TO MOT-DESC
              WRITE MOT-REG
              MOVE 'PR' TO MOT-CODIGO
              MOVE 'PRECIO' TO MOT-DESC
              WRITE MOT-REG
              MOVE 'TE' TO MOT-CODIGO
              MOVE 'TIEMPO DE ENTREGA' TO MOT-DESC
              WRITE MOT-REG
              CLOSE MOTIVOS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-MOTIVOS : Lists the lost reasons.
      *-----------------------------------------------------------------
       0100-LIST-MOTIVOS.
           OPEN INPUT MOTIVOS
           IF WS-MOT-STATUS NOT = '00' THEN
              CLOSE MOTIVOS
              DISPLAY WS-MSG-CVN0 LINE 10 COL 01
           ELSE
              MOVE 7 TO WS-ROWCTRL
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MOTIVOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       DISPLAY MOT-CODIGO LINE WS-ROWCTRL COL 01
                       DISPLAY MOT-DESC LINE WS-ROWCTRL COL 05
                       DISPLAY MOT-ACTFLAG LINE WS-ROWCTRL COL 37
                       ADD 1 TO WS-ROWCTRL
                 END-READ
              END-PERFORM
              CLOSE MOTIVOS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-MOTIVO : Stores (or replaces) one lost reason.
      *-----------------------------------------------------------------
       0100-SET-MOTIVO.
           DISPLAY WS-MSG-CVCD LINE 07 COL 01
           MOVE SPACES TO WS-CV-COD
           ACCEPT WS-CV-COD LINE 07 COL 35
           IF WS-CV-COD = SPACES OR WS-CV-COD = LOW-VALUE THEN
              DISPLAY WS-MSG-NONL LINE 24 COL 01
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-CV-COD) TO WS-CV-COD
              DISPLAY WS-MSG-CVDS LINE 08 COL 01
              MOVE SPACES TO WS-CV-DESC
              ACCEPT WS-CV-DESC LINE 08 COL 35
              MOVE FUNCTION UPPER-CASE(WS-CV-DESC) TO WS-CV-DESC
              DISPLAY WS-MSG-CVAC LINE 09 COL 01
              MOVE SPACE TO WS-OPTX
              ACCEPT WS-OPTX LINE 09 COL 35
              OPEN I-O MOTIVOS
              MOVE WS-CV-COD TO MOT-CODIGO
              READ MOTIVOS
                 INVALID KEY
                    MOVE WS-CV-COD TO MOT-CODIGO
                    MOVE WS-CV-DESC TO MOT-DESC
                    SET MOT-ACTIVO TO TRUE
                    IF WS-OPTX = 'I' OR WS-OPTX = 'i' THEN
                       SET MOT-INACTIVO TO TRUE
                    END-IF
                    WRITE MOT-REG
                 NOT INVALID KEY
                    MOVE WS-CV-DESC TO MOT-DESC
                    SET MOT-ACTIVO TO TRUE
                    IF WS-OPTX = 'I' OR WS-OPTX = 'i' THEN
                       SET MOT-INACTIVO TO TRUE
                    END-IF
                    REWRITE MOT-REG
              END-READ
              CLOSE MOTIVOS
              DISPLAY WS-MSG-CVRG LINE 24 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CONVERSION-RPT : Quotes issued in one month, bucketed
      *    by salesperson, by article category and by lost reason.
      *-----------------------------------------------------------------
       0100-CONVERSION-RPT.
           DISPLAY WS-MSG-CVMS LINE 06 COL 01
           MOVE SPACES TO WS-CV-MES
           ACCEPT WS-CV-MES LINE 06 COL 45
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CV-HOY
           IF WS-CV-MES = SPACES OR WS-CV-MES = LOW-VALUE THEN
              MOVE WS-DATETIME(1:6) TO WS-CV-MES
           END-IF
           MOVE 0 TO WS-CV-QUOTES
           MOVE 0 TO WS-CV-VCNT
           MOVE 0 TO WS-CV-CCNT
           MOVE 0 TO WS-CV-MCNT
           SET WS-CV-INMES TO 0
           OPEN INPUT COTIZA
           IF WS-COT-STATUS NOT = '00' THEN
              CLOSE COTIZA
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ COTIZA NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF COT-LIN = 0 THEN
                          PERFORM 0100-ADD-QUOTE
                       ELSE
                          IF WS-CV-INMES = 1 THEN
                             PERFORM 0100-ADD-QLINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COTIZA
           END-IF
           IF WS-CV-QUOTES = 0 THEN
              DISPLAY WS-MSG-CVNV LINE 10 COL 01
           ELSE
              PERFORM 0100-RANK-MOTIVOS
              PERFORM 0100-WRITE-REPORT
              DISPLAY WS-MSG-CVOK LINE 23 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-QUOTE : One quote header issued in the month into
      *    its salesperson's bucket and, when lost, its reason's. An
      *    open quote past its validity date counts as expired even if
      *    COTIZA01 has not closed it yet.
      *-----------------------------------------------------------------
       0100-ADD-QUOTE.
           SET WS-CV-INMES TO 0
           IF COT-FECHA(1:6) NOT = WS-CV-MES THEN
              GO TO 0100-ADD-QUOTE-FIN
           END-IF
           SET WS-CV-INMES TO 1
           ADD 1 TO WS-CV-QUOTES
           MOVE COT-ESTADO TO WS-CV-EST
           IF COT-EST-ABIERTA
           AND COT-FVALIDEZ NOT = SPACES
           AND COT-FVALIDEZ < WS-CV-HOY THEN
              MOVE 'V' TO WS-CV-EST
           END-IF
           MOVE 0 TO WS-CV-DIAS
           SET WS-CV-DCIERRE TO 0
           IF WS-CV-EST = 'F'
           AND COT-FECHA IS NUMERIC
           AND COT-FCIERRE IS NUMERIC THEN
              MOVE COT-FECHA TO WS-CV-FEC-N
              MOVE COT-FCIERRE TO WS-CV-FCI-N
              IF WS-CV-FCI-N NOT < WS-CV-FEC-N THEN
                 COMPUTE WS-CV-DIAS =
                    FUNCTION INTEGER-OF-DATE(WS-CV-FCI-N)
                    - FUNCTION INTEGER-OF-DATE(WS-CV-FEC-N)
                 SET WS-CV-DCIERRE TO 1
              END-IF
           END-IF
           MOVE COT-TOTAL TO WS-V-CV-VALOR
           MOVE COT-VENDEDOR TO WS-CV-VEND
           IF WS-CV-VEND = SPACES THEN
              MOVE 'SIN VEND.' TO WS-CV-VEND
           END-IF
           SET WS-CV-VHIT TO 0
           PERFORM VARYING WS-CV-VIDX FROM 1 BY 1
                   UNTIL WS-CV-VIDX > WS-CV-VCNT
              IF WS-CV-T-VEND(WS-CV-VIDX) = WS-CV-VEND THEN
                 SET WS-CV-VHIT TO WS-CV-VIDX
                 MOVE 101 TO WS-CV-VIDX
              END-IF
           END-PERFORM
           IF WS-CV-VHIT = 0 AND WS-CV-VCNT < 100 THEN
              ADD 1 TO WS-CV-VCNT
              INITIALIZE WS-CV-VENTRY(WS-CV-VCNT)
              MOVE WS-CV-VEND TO WS-CV-T-VEND(WS-CV-VCNT)
              SET WS-CV-VHIT TO WS-CV-VCNT
           END-IF
           IF WS-CV-VHIT > 0 THEN
              ADD 1 TO WS-CV-T-VCOT(WS-CV-VHIT)
              ADD WS-V-CV-VALOR TO WS-CV-T-VVAL(WS-CV-VHIT)
              EVALUATE WS-CV-EST
                 WHEN 'F'
                    ADD 1 TO WS-CV-T-VGAN(WS-CV-VHIT)
                    ADD WS-V-CV-VALOR TO WS-CV-T-VGVAL(WS-CV-VHIT)
                    IF WS-CV-DCIERRE = 1 THEN
                       ADD WS-CV-DIAS TO WS-CV-T-VDIAS(WS-CV-VHIT)
                       ADD 1 TO WS-CV-T-VDCNT(WS-CV-VHIT)
                    END-IF
                 WHEN 'P'
                    ADD 1 TO WS-CV-T-VPERD(WS-CV-VHIT)
                 WHEN 'V'
                    ADD 1 TO WS-CV-T-VVENC(WS-CV-VHIT)
              END-EVALUATE
           END-IF
           IF WS-CV-EST = 'P' THEN
              SET WS-CV-MHIT TO 0
              PERFORM VARYING WS-CV-MIDX FROM 1 BY 1
                      UNTIL WS-CV-MIDX > WS-CV-MCNT
                 IF WS-CV-T-MOT(WS-CV-MIDX) = COT-MOTIVO THEN
                    SET WS-CV-MHIT TO WS-CV-MIDX
                    MOVE 51 TO WS-CV-MIDX
                 END-IF
              END-PERFORM
              IF WS-CV-MHIT = 0 AND WS-CV-MCNT < 50 THEN
                 ADD 1 TO WS-CV-MCNT
                 MOVE COT-MOTIVO TO WS-CV-T-MOT(WS-CV-MCNT)
                 MOVE 0 TO WS-CV-T-MCNT(WS-CV-MCNT)
                 MOVE 0 TO WS-CV-T-MVAL(WS-CV-MCNT)
                 SET WS-CV-MHIT TO WS-CV-MCNT
              END-IF
              IF WS-CV-MHIT > 0 THEN
                 ADD 1 TO WS-CV-T-MCNT(WS-CV-MHIT)
                 ADD WS-V-CV-VALOR TO WS-CV-T-MVAL(WS-CV-MHIT)
              END-IF
           END-IF.
       0100-ADD-QUOTE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-QLINE : One line of a quote of the month into the
      *    bucket of its article's category; won value and days to
      *    close follow the state of the quote's header.
      *-----------------------------------------------------------------
       0100-ADD-QLINE.
           MOVE COT-TOTAL TO WS-V-CV-VALOR
           MOVE SPACES TO WS-CV-LINCAT
           OPEN INPUT INVENTARIO
           MOVE COT-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 MOVE 'SIN CATEGORIA' TO WS-CV-LINCAT
              NOT INVALID KEY
                 MOVE CATEGORY TO WS-CV-LINCAT
           END-READ
           CLOSE INVENTARIO
           SET WS-CV-CHIT TO 0
           PERFORM VARYING WS-CV-CIDX FROM 1 BY 1
                   UNTIL WS-CV-CIDX > WS-CV-CCNT
              IF WS-CV-T-CAT(WS-CV-CIDX) = WS-CV-LINCAT THEN
                 SET WS-CV-CHIT TO WS-CV-CIDX
                 MOVE 101 TO WS-CV-CIDX
              END-IF
           END-PERFORM
           IF WS-CV-CHIT = 0 AND WS-CV-CCNT < 100 THEN
              ADD 1 TO WS-CV-CCNT
              INITIALIZE WS-CV-CENTRY(WS-CV-CCNT)
              MOVE WS-CV-LINCAT TO WS-CV-T-CAT(WS-CV-CCNT)
              SET WS-CV-CHIT TO WS-CV-CCNT
           END-IF
           IF WS-CV-CHIT > 0 THEN
              ADD 1 TO WS-CV-T-CLIN(WS-CV-CHIT)
              ADD WS-V-CV-VALOR TO WS-CV-T-CVAL(WS-CV-CHIT)
              IF WS-CV-EST = 'F' THEN
                 ADD WS-V-CV-VALOR TO WS-CV-T-CGVAL(WS-CV-CHIT)
                 IF WS-CV-DCIERRE = 1 THEN
                    ADD WS-CV-DIAS TO WS-CV-T-CDIAS(WS-CV-CHIT)
                    ADD 1 TO WS-CV-T-CDCNT(WS-CV-CHIT)
                 END-IF
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RANK-MOTIVOS : Orders the lost reasons by the number of
      *    quotes lost, the most frequent first.
      *-----------------------------------------------------------------
       0100-RANK-MOTIVOS.
           PERFORM VARYING WS-CV-MIDX FROM 1 BY 1
                   UNTIL WS-CV-MIDX NOT < WS-CV-MCNT
              PERFORM VARYING WS-CV-MIDX2 FROM WS-CV-MIDX BY 1
                      UNTIL WS-CV-MIDX2 > WS-CV-MCNT
                 IF WS-CV-T-MCNT(WS-CV-MIDX2)
                    > WS-CV-T-MCNT(WS-CV-MIDX) THEN
                    MOVE WS-CV-MENTRY(WS-CV-MIDX) TO WS-CV-MSWAP
                    MOVE WS-CV-MENTRY(WS-CV-MIDX2)
                       TO WS-CV-MENTRY(WS-CV-MIDX)
                    MOVE WS-CV-MSWAP TO WS-CV-MENTRY(WS-CV-MIDX2)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-REPORT : Screen and CSV with the three cuts.
      *-----------------------------------------------------------------
       0100-WRITE-REPORT.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'CONVCOT_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CONVERSION DE COTIZACIONES DEL MES' WS-CSV-DELIM
                  WS-CV-MES
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CORTE' WS-CSV-DELIM
                  'CLAVE' WS-CSV-DELIM
                  'COTIZACIONES/LINEAS' WS-CSV-DELIM
                  'VALOR' WS-CSV-DELIM
                  'GANADAS' WS-CSV-DELIM
                  'VALOR GANADO' WS-CSV-DELIM
                  'CONVERSION PCT' WS-CSV-DELIM
                  'DIAS PROMEDIO CIERRE' WS-CSV-DELIM
                  'PERDIDAS' WS-CSV-DELIM
                  'VENCIDAS'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           DISPLAY WS-BLANK LINE 06 COL 01 ERASE EOS
           DISPLAY WS-LB-CV1 LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           PERFORM VARYING WS-CV-VIDX FROM 1 BY 1
                   UNTIL WS-CV-VIDX > WS-CV-VCNT
              PERFORM 0100-VEND-ROW
           END-PERFORM
           PERFORM 0100-CV-NEWROW
           DISPLAY WS-LB-CV2 LINE WS-ROWCTRL COL 01
           ADD 1 TO WS-ROWCTRL
           PERFORM VARYING WS-CV-CIDX FROM 1 BY 1
                   UNTIL WS-CV-CIDX > WS-CV-CCNT
              PERFORM 0100-CAT-ROW
           END-PERFORM
           IF WS-CV-MCNT > 0 THEN
              PERFORM 0100-CV-NEWROW
              DISPLAY WS-LB-CV3 LINE WS-ROWCTRL COL 01
              ADD 1 TO WS-ROWCTRL
              OPEN INPUT MOTIVOS
              PERFORM VARYING WS-CV-MIDX FROM 1 BY 1
                      UNTIL WS-CV-MIDX > WS-CV-MCNT
                 PERFORM 0100-MOT-ROW
              END-PERFORM
              CLOSE MOTIVOS
           END-IF
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-VEND-ROW : One salesperson: quotes, value, quotes won,
      *    conversion rate over quotes issued and average days to
      *    close the ones won.
      *-----------------------------------------------------------------
       0100-VEND-ROW.
           PERFORM 0100-CV-PAGE
           IF WS-CV-T-VCOT(WS-CV-VIDX) > 0 THEN
              COMPUTE WS-V-CV-PCT ROUNDED =
                 WS-CV-T-VGAN(WS-CV-VIDX) * 100
                 / WS-CV-T-VCOT(WS-CV-VIDX)
           ELSE
              MOVE 0 TO WS-V-CV-PCT
           END-IF
           IF WS-CV-T-VDCNT(WS-CV-VIDX) > 0 THEN
              COMPUTE WS-V-CV-PROM ROUNDED =
                 WS-CV-T-VDIAS(WS-CV-VIDX)
                 / WS-CV-T-VDCNT(WS-CV-VIDX)
           ELSE
              MOVE 0 TO WS-V-CV-PROM
           END-IF
           MOVE WS-CV-T-VCOT(WS-CV-VIDX) TO WS-CV-CNT-ED
           MOVE WS-CV-T-VVAL(WS-CV-VIDX) TO WS-CV-VAL-ED
           MOVE WS-CV-T-VGAN(WS-CV-VIDX) TO WS-CV-CNT2-ED
           MOVE WS-CV-T-VGVAL(WS-CV-VIDX) TO WS-CV-GAN-ED
           MOVE WS-V-CV-PCT TO WS-CV-PCT-ED
           MOVE WS-V-CV-PROM TO WS-CV-PROM-ED
           MOVE WS-CV-T-VPERD(WS-CV-VIDX) TO WS-CV-CNT3-ED
           MOVE WS-CV-T-VVENC(WS-CV-VIDX) TO WS-CV-CNT4-ED
           DISPLAY WS-CV-T-VEND(WS-CV-VIDX) LINE WS-ROWCTRL COL 01
           DISPLAY WS-CV-CNT-ED LINE WS-ROWCTRL COL 12
           DISPLAY WS-CV-VAL-ED LINE WS-ROWCTRL COL 18
           DISPLAY WS-CV-CNT2-ED LINE WS-ROWCTRL COL 32
           DISPLAY WS-CV-GAN-ED LINE WS-ROWCTRL COL 38
           DISPLAY WS-CV-PCT-ED LINE WS-ROWCTRL COL 51
           DISPLAY WS-CV-PROM-ED LINE WS-ROWCTRL COL 58
           DISPLAY WS-CV-CNT3-ED LINE WS-ROWCTRL COL 66
           DISPLAY WS-CV-CNT4-ED LINE WS-ROWCTRL COL 72
           ADD 1 TO WS-ROWCTRL
           OPEN EXTEND OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'VENDEDOR' WS-CSV-DELIM
                  WS-CV-T-VEND(WS-CV-VIDX) WS-CSV-DELIM
                  WS-CV-CNT-ED WS-CSV-DELIM
                  WS-CV-VAL-ED WS-CSV-DELIM
                  WS-CV-CNT2-ED WS-CSV-DELIM
                  WS-CV-GAN-ED WS-CSV-DELIM
                  WS-CV-PCT-ED WS-CSV-DELIM
                  WS-CV-PROM-ED WS-CSV-DELIM
                  WS-CV-CNT3-ED WS-CSV-DELIM
                  WS-CV-CNT4-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAT-ROW : One category: lines quoted and their value,
      *    value won, conversion rate over the value quoted and
      *    average days to close.
      *-----------------------------------------------------------------
       0100-CAT-ROW.
           PERFORM 0100-CV-PAGE
           IF WS-CV-T-CVAL(WS-CV-CIDX) > 0 THEN
              COMPUTE WS-V-CV-PCT ROUNDED =
                 WS-CV-T-CGVAL(WS-CV-CIDX) * 100
                 / WS-CV-T-CVAL(WS-CV-CIDX)
           ELSE
              MOVE 0 TO WS-V-CV-PCT
           END-IF
           IF WS-CV-T-CDCNT(WS-CV-CIDX) > 0 THEN
              COMPUTE WS-V-CV-PROM ROUNDED =
                 WS-CV-T-CDIAS(WS-CV-CIDX)
                 / WS-CV-T-CDCNT(WS-CV-CIDX)
           ELSE
              MOVE 0 TO WS-V-CV-PROM
           END-IF
           MOVE WS-CV-T-CLIN(WS-CV-CIDX) TO WS-CV-CNT-ED
           MOVE WS-CV-T-CVAL(WS-CV-CIDX) TO WS-CV-VAL-ED
           MOVE WS-CV-T-CGVAL(WS-CV-CIDX) TO WS-CV-GAN-ED
           MOVE WS-V-CV-PCT TO WS-CV-PCT-ED
           MOVE WS-V-CV-PROM TO WS-CV-PROM-ED
           DISPLAY WS-CV-T-CAT(WS-CV-CIDX) LINE WS-ROWCTRL COL 01
           DISPLAY WS-CV-CNT-ED LINE WS-ROWCTRL COL 17
           DISPLAY WS-CV-VAL-ED LINE WS-ROWCTRL COL 23
           DISPLAY WS-CV-GAN-ED LINE WS-ROWCTRL COL 38
           DISPLAY WS-CV-PCT-ED LINE WS-ROWCTRL COL 51
           DISPLAY WS-CV-PROM-ED LINE WS-ROWCTRL COL 58
           ADD 1 TO WS-ROWCTRL
           OPEN EXTEND OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CATEGORIA' WS-CSV-DELIM
                  WS-CV-T-CAT(WS-CV-CIDX) WS-CSV-DELIM
                  WS-CV-CNT-ED WS-CSV-DELIM
                  WS-CV-VAL-ED WS-CSV-DELIM
                  WS-CSV-DELIM
                  WS-CV-GAN-ED WS-CSV-DELIM
                  WS-CV-PCT-ED WS-CSV-DELIM
                  WS-CV-PROM-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MOT-ROW : One lost reason with the quotes and value it
      *    cost, in ranking order.
      *-----------------------------------------------------------------
       0100-MOT-ROW.
           PERFORM 0100-CV-PAGE
           MOVE SPACES TO WS-CV-DESC
           MOVE WS-CV-T-MOT(WS-CV-MIDX) TO MOT-CODIGO
           READ MOTIVOS
              KEY IS MOT-CODIGO
              INVALID KEY
                 MOVE 'SIN MOTIVO' TO WS-CV-DESC
              NOT INVALID KEY
                 MOVE MOT-DESC TO WS-CV-DESC
           END-READ
           MOVE WS-CV-T-MCNT(WS-CV-MIDX) TO WS-CV-CNT-ED
           MOVE WS-CV-T-MVAL(WS-CV-MIDX) TO WS-CV-VAL-ED
           DISPLAY WS-CV-T-MOT(WS-CV-MIDX) LINE WS-ROWCTRL COL 01
           DISPLAY WS-CV-DESC LINE WS-ROWCTRL COL 08
           DISPLAY WS-CV-CNT-ED LINE WS-ROWCTRL COL 39
           DISPLAY WS-CV-VAL-ED LINE WS-ROWCTRL COL 45
           ADD 1 TO WS-ROWCTRL
           OPEN EXTEND OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'MOTIVO PERDIDA' WS-CSV-DELIM
                  WS-CV-T-MOT(WS-CV-MIDX) ' ' WS-CV-DESC
                  WS-CSV-DELIM
                  WS-CV-CNT-ED WS-CSV-DELIM
                  WS-CV-VAL-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CV-PAGE : Pauses when the screen page is full.
      *-----------------------------------------------------------------
       0100-CV-PAGE.
           IF WS-ROWCTRL > 18 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
              MOVE 9 TO WS-ROWCTRL
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CV-NEWROW : Leaves a blank row between two cuts.
      *-----------------------------------------------------------------
       0100-CV-NEWROW.
           ADD 1 TO WS-ROWCTRL
           PERFORM 0100-CV-PAGE
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
       END PROGRAM COTSEG01.
