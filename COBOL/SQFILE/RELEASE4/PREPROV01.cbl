      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 22-aug-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Matches the vendor's own item   *
      *                                codes through PROVCOD.DAT;      *
      *                                unmatched codes kept there for  *
      *                                mapping.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPROV01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PRVSEL.cpy".
       copy "PVCSEL.cpy".
           SELECT PRECPROV ASSIGN TO "PRECPROV.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-PP-STATUS.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "PVCFD.cpy".
      *
       FD PRECPROV.
       01 PP-REG                    PIC X(100).
      *-----------------------------------------------------------------
           77 WS-PP-STATUS       PIC XX.
           77 WS-RV-STATUS       PIC XX.
           77 WS-PP-KEY          PIC X(20).
           77 WS-PP-PROV         PIC X(10).
           77 WS-PP-COSTO        PIC X(12).
           77 WS-PP-PRECIO       PIC X(12).
           77 WS-V-PP-COSTO      PIC 9(5)V99.
           77 WS-PP-APL          PIC 9(5) VALUE 0.
           77 WS-PP-REJ          PIC 9(5) VALUE 0.
           77 WS-PP-UNM          PIC 9(5) VALUE 0.
           77 WS-PP-PEND         PIC 9(5) VALUE 0.
           77 WS-PP-CNT-ED       PIC ZZZZ9.
      *
           77 WS-ST-PP     PIC X(25) VALUE 'PRECIOS DEL PROVEEDOR    '.
       'EVISAR.CSV):                                           '.
           77 WS-MSG-PPA3 PIC X(80) VALUE ' Lineas sin articulo (ver'-
       ' REVISAR.CSV):                                         '.
           77 WS-MSG-PPPV PIC X(80) VALUE ' Proveedor del archivo (v'-
       'acio = codigos nuestros):                              '.
           77 WS-MSG-PPA4 PIC X(80) VALUE ' Codigos del proveedor nu'-
       'evos por asociar:                                      '.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
              DISPLAY WS-MSG-PPNF LINE 10 COL 01
           ELSE
              CLOSE PRECPROV
              PERFORM 0100-ASK-VENDOR-PP
              DISPLAY WS-MSG-PPLM LINE 07 COL 01
              MOVE WS-ZERO TO WS-PP-LIMITE
              ACCEPT WS-PP-LIMITE LINE 07 COL 52
                 MOVE WS-PP-UNM TO WS-PP-CNT-ED
                 DISPLAY WS-MSG-PPA3 LINE 13 COL 01
                 DISPLAY WS-PP-CNT-ED LINE 13 COL 40
                 IF WS-PP-PROV NOT = SPACES THEN
                    MOVE WS-PP-PEND TO WS-PP-CNT-ED
                    DISPLAY WS-MSG-PPA4 LINE 14 COL 01
                    DISPLAY WS-PP-CNT-ED LINE 14 COL 44
                 END-IF
              ELSE
                 DISPLAY WS-MSG-MDNO LINE 21 COL 01
              END-IF
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-ASK-VENDOR-PP : The vendor whose item codes the file
      *    carries; blank when it uses our codes or barcodes. A code
      *    that is not an active vendor is asked again.
      *-----------------------------------------------------------------
       0100-ASK-VENDOR-PP.
           MOVE 0 TO WS-PRV-OK
           PERFORM UNTIL WS-PRV-OK = 1
              DISPLAY WS-MSG-PPPV LINE 06 COL 01
              MOVE SPACES TO WS-PP-PROV
              ACCEPT WS-PP-PROV LINE 06 COL 52
              MOVE FUNCTION UPPER-CASE(WS-PP-PROV) TO WS-PP-PROV
              IF WS-PP-PROV = SPACES OR WS-PP-PROV = LOW-VALUE THEN
                 MOVE SPACES TO WS-PP-PROV
                 SET WS-PRV-OK TO 1
              ELSE
                 OPEN INPUT PROVEEDORES
                 IF WS-PRV-STATUS = '00' OR WS-PRV-STATUS = '05' THEN
                    MOVE WS-PP-PROV TO PRV-CODIGO
                    READ PROVEEDORES
                       KEY IS PRV-CODIGO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF PRV-ACTIVO THEN
                             SET WS-PRV-OK TO 1
                          END-IF
                    END-READ
                 END-IF
                 CLOSE PROVEEDORES
                 IF WS-PRV-OK = 0 THEN
                    DISPLAY WS-MSG-VNIV LINE 24 COL 01
                 ELSE
                    DISPLAY WS-SPC LINE 24 COL 01
                 END-IF
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-APPLY-FILE : Processes every supplier price line.
      *-----------------------------------------------------------------
       0100-APPLY-FILE.
           MOVE 0 TO WS-PP-PEND
           MOVE 0 TO WS-PP-APL
           MOVE 0 TO WS-PP-REJ
           MOVE 0 TO WS-PP-UNM
              ADD 1 TO WS-PP-UNM
              MOVE 'ARTICULO NO ENCONTRADO' TO WS-PP-MOTIVO
              PERFORM 0100-WRITE-REVIEW
              IF WS-PP-PROV NOT = SPACES THEN
                 MOVE WS-PP-PROV TO WS-PVC-PROV
                 MOVE WS-PP-KEY TO WS-PVC-CODPROV
                 MOVE SPACES TO WS-PVC-DESC
                 MOVE 'PRECPROV' TO WS-PVC-ORIGEN
                 PERFORM 0100-PVC-PENDING THRU 0100-PVC-PENDING-FIN
                 IF WS-PVC-NUEVO = 1 THEN
                    ADD 1 TO WS-PP-PEND
                 END-IF
              END-IF
           ELSE
              PERFORM 0100-CHECK-LIMITS
              IF WS-PP-MOTIVO = SPACES THEN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-ARTICLE-PP : Read by the article the vendor's item
      *    code is mapped to, else direct read by CODART, then a scan
      *    by BARCODE, leaving the record in INVENT-REG.
      *-----------------------------------------------------------------
       0100-FIND-ARTICLE-PP.
           SET WS-PP-FOUND TO 0
           SET WS-PVC-HAY TO 0
           IF WS-PP-PROV NOT = SPACES THEN
              MOVE WS-PP-PROV TO WS-PVC-PROV
              MOVE WS-PP-KEY TO WS-PVC-CODPROV
              PERFORM 0100-PVC-FIND THRU 0100-PVC-FIND-FIN
           END-IF
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '35' THEN
              CLOSE INVENTARIO
           ELSE
              MOVE WS-PP-KEY(1:10) TO CODART
              IF WS-PVC-HAY = 1 THEN
                 MOVE WS-PVC-CODART TO CODART
              END-IF
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
           WRITE RV-REG
           CLOSE REVISAR
           EXIT.
      *
       copy "PVCCHK.cpy".
      *
       copy "LOGIN.cpy".
      *
