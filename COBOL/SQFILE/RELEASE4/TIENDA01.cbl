      ******************************************************************
      * Program      : TIENDA01.cbl                                    *
      * Purpose      : Catalog and availability export for the online  *
      *                store. Every active article goes out with its   *
      *                description, category, unit, the price with    *
      *                IVA of its tax class, the live PROMOS.DAT price *
      *                with IVA and the available quantity (CANT less  *
      *                CANT-COMP less the consigned units) in a        *
      *                TIENDA_<stamp>.CSV registered in INFORMES.LOG.  *
      *                The full mode sends the whole catalog; the      *
      *                incremental mode only the articles whose price, *
      *                stock or status changed since the last export,  *
      *                judged against the TIENDA.DAT snapshot. The     *
      *                time of the last export is kept in PARAMS.DAT.  *
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
       PROGRAM-ID. TIENDA01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PMOSEL.cpy".
       copy "TNDSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PMOFD.cpy".
      *
       copy "TNDFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PMO-STATUS      PIC XX.
           77 WS-TND-STATUS      PIC XX.
           77 WS-TD-MODO         PIC 9 VALUE 0.
               88 WS-TD-COMPLETA     VALUE 1.
               88 WS-TD-INCREMENTAL  VALUE 2.
           77 WS-TD-EOF          PIC 9 VALUE 0.
           77 WS-TD-HAY          PIC 9 VALUE 0.
           77 WS-TD-ENVIA        PIC 9 VALUE 0.
           77 WS-TD-CSG-OK       PIC 9 VALUE 0.
           77 WS-TD-ESTADO       PIC X(01).
           77 WS-TD-CNT          PIC 9(05) VALUE 0.
           77 WS-TD-BAJAS        PIC 9(05) VALUE 0.
           77 WS-TD-CNT-ED       PIC ZZZZ9.
           77 WS-PMO-FLG         PIC 9 VALUE 0.
           77 WS-V-PMO-PRECIO    PIC 9(5)V99.
           77 WS-V-TD-PROMIVA    PIC 9(6)V99.
           77 WS-V-TD-CSG        PIC 9(5)V99.
           77 WS-V-TD-DISP       PIC S9(6)V99.
           77 WS-TD-PRECIVA-ED   PIC ZZZZZ9.99.
           77 WS-TD-PROMIVA-ED   PIC ZZZZZ9.99.
           77 WS-TD-DISP-ED      PIC ZZZZ9.99.
      *
           77 WS-ST-TD     PIC X(25) VALUE 'CATALOGO TIENDA EN LINEA '.
           77 WS-MSG-TDOP PIC X(80) VALUE ' 1-EXPORTACION COMPLETA 2'-
       '-SOLO CAMBIOS 9-SALE                                   '.
           77 WS-MSG-TDUL PIC X(80) VALUE ' Ultima exportacion (AAAA'-
       'MMDDHHMMSS):                                           '.
           77 WS-MSG-TDNU PIC X(80) VALUE ' No hay exportacion anter'-
       'ior: se envia el catalogo completo.                    '.
           77 WS-MSG-TDEN PIC X(80) VALUE ' Articulos enviados:     '-
       '                                                       '.
           77 WS-MSG-TDBJ PIC X(80) VALUE ' Articulos retirados de l'-
       'a tienda:                                              '.
           77 WS-MSG-TDN0 PIC X(80) VALUE ' Ningun articulo cambio d'-
       'esde la ultima exportacion.                            '.
           77 WS-MSG-TDOK PIC X(80) VALUE ' Catalogo exportado y reg'-
       'istrado en INFORMES.LOG.                               '.
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
              WS-ST-TD          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           DISPLAY WS-MSG-TDUL LINE 07 COL 01
           DISPLAY WS-PAR-TIENDAF LINE 07 COL 40
           DISPLAY WS-MSG-TDOP LINE 09 COL 01
           MOVE 0 TO WS-TD-MODO
           ACCEPT WS-TD-MODO LINE 09 COL 60
           IF WS-TD-COMPLETA OR WS-TD-INCREMENTAL THEN
              PERFORM 0100-EXPORT THRU 0100-EXPORT-FIN
           END-IF
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-EXPORT : Walks INVENTARIO, writes the CSV lines due in
      *    the chosen mode, brings the snapshot up to date and keeps
      *    the time of this export for the next incremental run.
      *-----------------------------------------------------------------
       0100-EXPORT.
           IF WS-TD-INCREMENTAL AND WS-PAR-TIENDAF = SPACES THEN
              DISPLAY WS-MSG-TDNU LINE 11 COL 01
              SET WS-TD-COMPLETA TO TRUE
           END-IF
           MOVE 0 TO WS-TD-CNT
           MOVE 0 TO WS-TD-BAJAS
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'TIENDA_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CODIGO' WS-CSV-DELIM
                  'DESCRIPCION' WS-CSV-DELIM
                  'CATEGORIA' WS-CSV-DELIM
                  'UNIDAD' WS-CSV-DELIM
                  'PRECIO CON IVA' WS-CSV-DELIM
                  'PRECIO PROMOCION CON IVA' WS-CSV-DELIM
                  'DISPONIBLE' WS-CSV-DELIM
                  'ESTADO'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           OPEN I-O TIENDA
           OPEN INPUT CONSIGNA
           IF WS-CSG-STATUS = '00' THEN
              SET WS-TD-CSG-OK TO 1
           ELSE
              SET WS-TD-CSG-OK TO 0
           END-IF
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '35' THEN
              SET WS-TD-EOF TO 1
           ELSE
              SET WS-TD-EOF TO 0
           END-IF
           PERFORM UNTIL WS-TD-EOF = 1
              READ INVENTARIO NEXT RECORD
                 AT END
                    SET WS-TD-EOF TO 1
                 NOT AT END
                    PERFORM 0100-EXPORT-ONE THRU 0100-EXPORT-ONE-FIN
              END-READ
           END-PERFORM
           CLOSE INVENTARIO
           CLOSE CONSIGNA
           CLOSE TIENDA
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           MOVE WS-RPT-STAMP TO WS-PAR-TIENDAF
           PERFORM 0100-SAVE-PARAMS
           MOVE WS-TD-CNT TO WS-TD-CNT-ED
           DISPLAY WS-MSG-TDEN LINE 13 COL 01
           DISPLAY WS-TD-CNT-ED LINE 13 COL 40
           MOVE WS-TD-BAJAS TO WS-TD-CNT-ED
           DISPLAY WS-MSG-TDBJ LINE 14 COL 01
           DISPLAY WS-TD-CNT-ED LINE 14 COL 40
           IF WS-TD-CNT = 0 AND WS-TD-BAJAS = 0 THEN
              DISPLAY WS-MSG-TDN0 LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-TDOK LINE 22 COL 01
           END-IF.
       0100-EXPORT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EXPORT-ONE : Values of the article in INVENT-REG as the
      *    shop sees them, compared with the snapshot. An article that
      *    was deactivated goes out once more with state I and nothing
      *    available, so the shop takes it down.
      *-----------------------------------------------------------------
       0100-EXPORT-ONE.
           SET WS-TD-HAY TO 0
           MOVE CODART TO TND-CODART
           READ TIENDA
              KEY IS TND-CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-TD-HAY TO 1
           END-READ
           IF NOT ACTFLAG-ACTIVE THEN
              IF WS-TD-HAY = 0 OR TND-ESTADO = 'I' THEN
                 GO TO 0100-EXPORT-ONE-FIN
              END-IF
           END-IF
           PERFORM 0100-SHOP-VALUES
           SET WS-TD-ENVIA TO 0
           IF WS-TD-COMPLETA AND ACTFLAG-ACTIVE THEN
              SET WS-TD-ENVIA TO 1
           END-IF
           IF WS-TD-HAY = 0 THEN
              SET WS-TD-ENVIA TO 1
           ELSE
              IF TND-PRECIVA NOT = WS-V-PRECIVA
              OR TND-PROMIVA NOT = WS-V-TD-PROMIVA
              OR TND-DISP NOT = WS-V-TD-DISP
              OR TND-ESTADO NOT = WS-TD-ESTADO THEN
                 SET WS-TD-ENVIA TO 1
              END-IF
           END-IF
           IF WS-TD-ENVIA = 0 THEN
              GO TO 0100-EXPORT-ONE-FIN
           END-IF
           PERFORM 0100-WRITE-SHOP-LINE
           MOVE CODART TO TND-CODART
           MOVE WS-V-PRECIVA TO TND-PRECIVA
           MOVE WS-V-TD-PROMIVA TO TND-PROMIVA
           MOVE WS-V-TD-DISP TO TND-DISP
           MOVE WS-TD-ESTADO TO TND-ESTADO
           MOVE WS-RPT-STAMP TO TND-ENVIO
           MOVE SPACES TO TND-FILLER
           IF WS-TD-HAY = 1 THEN
              REWRITE TND-REG
           ELSE
              WRITE TND-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-TD-ESTADO = 'I' THEN
              ADD 1 TO WS-TD-BAJAS
           ELSE
              ADD 1 TO WS-TD-CNT
           END-IF.
       0100-EXPORT-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOP-VALUES : Price with IVA of the tax class, the live
      *    promotion price with IVA (zero without one) and the stock
      *    free to sell: CANT less CANT-COMP less the units held on
      *    consignment, never below zero.
      *-----------------------------------------------------------------
       0100-SHOP-VALUES.
           MOVE CODART TO WS-CODART
           MOVE VRUNIT TO WS-V-VRUNIT
           EVALUATE TRUE
              WHEN TAXCLASS-GENERAL
                 MOVE WS-IVA-GEN TO WS-V-IVA-PCT
              WHEN TAXCLASS-REDUCIDA
                 MOVE WS-IVA-RED TO WS-V-IVA-PCT
              WHEN OTHER
                 MOVE 0 TO WS-V-IVA-PCT
           END-EVALUATE
           COMPUTE WS-V-PRECIVA ROUNDED =
              WS-V-VRUNIT * (1 + (WS-V-IVA-PCT / 100))
           PERFORM 0100-CHECK-PROMO-TD THRU 0100-CHECK-PROMO-FIN
           MOVE 0 TO WS-V-TD-PROMIVA
           IF WS-PMO-FLG = 1 THEN
              COMPUTE WS-V-TD-PROMIVA ROUNDED =
                 WS-V-PMO-PRECIO * (1 + (WS-V-IVA-PCT / 100))
           END-IF
           MOVE 0 TO WS-V-TD-CSG
           IF WS-TD-CSG-OK = 1 THEN
              MOVE CODART TO CSG-CODART
              READ CONSIGNA
                 KEY IS CSG-CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CSG-CANT TO WS-V-TD-CSG
              END-READ
           END-IF
           MOVE CANT TO WS-V-CANT
           MOVE CANT-COMP TO WS-V-CANT-COMP
           COMPUTE WS-V-TD-DISP =
              WS-V-CANT - WS-V-CANT-COMP - WS-V-TD-CSG
           IF WS-V-TD-DISP < 0 THEN
              MOVE 0 TO WS-V-TD-DISP
           END-IF
           IF ACTFLAG-ACTIVE THEN
              MOVE 'A' TO WS-TD-ESTADO
           ELSE
              MOVE 'I' TO WS-TD-ESTADO
              MOVE 0 TO WS-V-TD-DISP
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-PROMO-TD : A promotion on the article (or its
      *    category as a percent off) whose window covers today, as
      *    the invoicing does.
      *-----------------------------------------------------------------
       0100-CHECK-PROMO-TD.
           SET WS-PMO-FLG TO 0
           MOVE 0 TO WS-V-PMO-PRECIO
           OPEN INPUT PROMOS
           IF WS-PMO-STATUS NOT = '00' THEN
              CLOSE PROMOS
              GO TO 0100-CHECK-PROMO-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PROMOS NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF PMO-FDESDE NOT > WS-RPT-STAMP(1:8)
                    AND PMO-FHASTA NOT < WS-RPT-STAMP(1:8) THEN
                       IF PMO-POR-ARTICULO
                       AND PMO-COD(1:10) = WS-CODART THEN
                          SET WS-PMO-FLG TO 1
                          MOVE PMO-PRECIO TO WS-V-PMO-PRECIO
                       END-IF
                       IF PMO-POR-CATEGORIA
                       AND PMO-COD = CATEGORY
                       AND WS-PMO-FLG = 0 THEN
                          SET WS-PMO-FLG TO 1
                          COMPUTE WS-V-PMO-PRECIO ROUNDED =
                             WS-V-VRUNIT
                             * (1 - (PMO-DESCPCT / 100))
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROMOS.
       0100-CHECK-PROMO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-SHOP-LINE : One article line of the CSV.
      *-----------------------------------------------------------------
       0100-WRITE-SHOP-LINE.
           MOVE WS-V-PRECIVA TO WS-TD-PRECIVA-ED
           MOVE WS-V-TD-PROMIVA TO WS-TD-PROMIVA-ED
           MOVE WS-V-TD-DISP TO WS-TD-DISP-ED
           MOVE SPACES TO OUTPUT-RECORD
           STRING CODART WS-CSV-DELIM
                  DESCART WS-CSV-DELIM
                  CATEGORY WS-CSV-DELIM
                  UNIDDS WS-CSV-DELIM
                  WS-TD-PRECIVA-ED WS-CSV-DELIM
                  WS-TD-PROMIVA-ED WS-CSV-DELIM
                  WS-TD-DISP-ED WS-CSV-DELIM
                  WS-TD-ESTADO
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
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
       END PROGRAM TIENDA01.
