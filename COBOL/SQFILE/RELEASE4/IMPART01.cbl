      * 22-aug-2026    R. Urquijo      Creation of program.            *
      * 22-aug-2026    R. Urquijo      Imported category validated     *
      *                                against CATEGORIAS.DAT.         *
      * 15-oct-2026    R. Urquijo      Optional vendor item code       *
      *                                column: lines already mapped in *
      *                                PROVCOD.DAT are refused,        *
      *                                imported ones get mapped.       *
      * 15-oct-2026    R. Urquijo      Imported articles start in      *
      *                                lifecycle status new            *
      *                                (ESTART.DAT).                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPART01.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PRVSEL.cpy".
       copy "PVCSEL.cpy".
       copy "ESASEL.cpy".
           SELECT IMPORTAR ASSIGN TO "IMPORTAR.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-IMP-STATUS.
       copy "FILED.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "PVCFD.cpy".
      *
       copy "ESAFD.cpy".
      *
       FD IMPORTAR.
       01 IMP-REG                   PIC X(200).
           77 WS-IMP-BARCODE     PIC X(13).
           77 WS-IMP-VENDOR      PIC X(20).
           77 WS-IMP-CATEG       PIC X(15).
           77 WS-IMP-CODPROV     PIC X(20).
           77 WS-IMP-OK          PIC 9 VALUE 0.
           77 WS-IMP-MOTIVO      PIC X(40).
           77 WS-IMP-OKCNT       PIC 9(5) VALUE 0.
           MOVE SPACES TO WS-IMP-BARCODE
           MOVE SPACES TO WS-IMP-VENDOR
           MOVE SPACES TO WS-IMP-CATEG
           MOVE SPACES TO WS-IMP-CODPROV
           UNSTRING IMP-REG DELIMITED BY ';'
              INTO WS-IMP-CODART
                   WS-IMP-DESC
                   WS-IMP-BARCODE
                   WS-IMP-VENDOR
                   WS-IMP-CATEG
                   WS-IMP-CODPROV
           END-UNSTRING
           PERFORM 0100-VALIDATE-LINE
           IF WS-IMP-OK = 1 THEN
                 SET WS-IMP-OK TO 0
              END-IF
           END-IF
      *
           IF WS-IMP-OK = 1 AND WS-IMP-CODPROV NOT = SPACES THEN
              MOVE FUNCTION UPPER-CASE(WS-IMP-CODPROV)
                 TO WS-IMP-CODPROV
              IF WS-VENDOR = SPACES THEN
                 MOVE 'CODIGO DEL PROVEEDOR SIN PROVEEDOR'
                    TO WS-IMP-MOTIVO
                 SET WS-IMP-OK TO 0
              ELSE
                 MOVE WS-VENDOR(1:10) TO WS-PVC-PROV
                 MOVE WS-IMP-CODPROV TO WS-PVC-CODPROV
                 PERFORM 0100-PVC-FIND THRU 0100-PVC-FIND-FIN
                 IF WS-PVC-HAY = 1 THEN
                    MOVE SPACES TO WS-IMP-MOTIVO
                    STRING 'YA REGISTRADO COMO ARTICULO '
                           WS-PVC-CODART
                    DELIMITED BY SIZE INTO WS-IMP-MOTIVO
                    SET WS-IMP-OK TO 0
                 END-IF
              END-IF
           END-IF
      *
           IF WS-IMP-OK = 1 THEN
              PERFORM 0100-CHECK-CATEG-I
                 PERFORM 0100-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-IMP-OKCNT
                 IF WS-IMP-CODPROV NOT = SPACES THEN
                    MOVE WS-VENDOR(1:10) TO WS-PVC-PROV
                    MOVE WS-IMP-CODPROV TO WS-PVC-CODPROV
                    MOVE WS-IMP-CODART TO WS-PVC-CODART
                    MOVE WS-IMP-DESC TO WS-PVC-DESC
                    MOVE 'IMPORTAR' TO WS-PVC-ORIGEN
                    PERFORM 0100-PVC-MAP THRU 0100-PVC-MAP-FIN
                 END-IF
                 MOVE WS-IMP-CODART TO WS-CODART
                 MOVE 'INSERTA' TO WS-AUD-TTYPE
                 MOVE SPACES TO WS-AUD-BEFORE
                        ' / IMPORTADO' DELIMITED BY SIZE
                 INTO WS-AUD-AFTER
                 PERFORM 0100-WRITE-AUDIT-REC
                 MOVE WS-IMP-CODART TO WS-ESA-CODART
                 MOVE 'N' TO WS-ESA-CAMBIO
                 MOVE SPACES TO WS-ESA-REEMPLAZO
                 MOVE 'IMPORTADO' TO WS-ESA-MOTIVO
                 PERFORM 0100-ESA-SET THRU 0100-ESA-SET-FIN
           END-WRITE
           CLOSE INVENTARIO
           EXIT.
           WRITE REJ-REG
           CLOSE RECHAZOS
           EXIT.
      *
       copy "PVCCHK.cpy".
      *
       copy "ESACHK.cpy".
      *
       copy "LOGIN.cpy".
      *
