      ******************************************************************
      * Program      : FUSION01.cbl                                    *
      * Purpose      : Customer merge. A supervisor folds a duplicate  *
      *                CLI-ID into the surviving one: every invoice,   *
      *                open item, payment, credit note, ship-to        *
      *                address, reservation, delivery note, quote,     *
      *                parked ticket, cheque and layaway of the        *
      *                duplicate is re-pointed to the survivor, the    *
      *                balances are added together and the duplicate   *
      *                is left inactive with a forward pointer. Shows  *
      *                a preview of the records per file before asking *
      *                for confirmation, audits the merge and closes   *
      *                with the REPLCLI01 balance replay checked for   *
      *                the surviving customer.                         *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      The USD side of moved items     *
      *                                (CXCME.DAT) and the exchange    *
      *                                differences follow the survivor.*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSION01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
      *
       copy "CLISEL.cpy".
      *
       copy "CXCSEL.cpy".
      *
       copy "PAGSEL.cpy".
      *
       copy "NCRSEL.cpy".
      *
       copy "ENTSEL.cpy".
      *
       copy "RSVSEL.cpy".
      *
       copy "REMSEL.cpy".
      *
       copy "COTSEL.cpy".
      *
       copy "PRKSEL.cpy".
      *
       copy "CHQSEL.cpy".
      *
       copy "SEPSEL.cpy".
      *
       copy "CXMSEL.cpy".
      *
       copy "DCBSEL.cpy".
      *
           SELECT OPTIONAL PAGTMP ASSIGN TO "PAGOS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGT-STATUS.
      *
           SELECT OPTIONAL DCBTMP ASSIGN TO "DIFCAMB.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCT-STATUS.
      *
           SELECT OPTIONAL REPLIN ASSIGN TO "REPLCLI.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPI-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "PAGFD.cpy".
      *
       copy "NCRFD.cpy".
      *
       copy "ENTFD.cpy".
      *
       copy "RSVFD.cpy".
      *
       copy "REMFD.cpy".
      *
       copy "COTFD.cpy".
      *
       copy "PRKFD.cpy".
      *
       copy "CHQFD.cpy".
      *
       copy "SEPFD.cpy".
      *
       copy "CXMFD.cpy".
      *
       copy "DCBFD.cpy".
      *
       FD PAGTMP.
       01 PAGTMP-RECORD        PIC X(55).
      *
       FD DCBTMP.
       01 DCBTMP-RECORD        PIC X(77).
      *
       FD REPLIN.
       01 REPLIN-RECORD        PIC X(150).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-PAG-STATUS      PIC XX.
           77 WS-NCR-STATUS      PIC XX.
           77 WS-ENT-STATUS      PIC XX.
           77 WS-RSV-STATUS      PIC XX.
           77 WS-REM-STATUS      PIC XX.
           77 WS-COT-STATUS      PIC XX.
           77 WS-PRK-STATUS      PIC XX.
           77 WS-CHQ-STATUS      PIC XX.
           77 WS-SEP-STATUS      PIC XX.
           77 WS-PGT-STATUS      PIC XX.
           77 WS-RPI-STATUS      PIC XX.
           77 WS-CXM-STATUS      PIC XX.
           77 WS-DCB-STATUS      PIC XX.
           77 WS-DCT-STATUS      PIC XX.
           77 WS-FU-VIEJO        PIC X(10).
           77 WS-FU-NUEVO        PIC X(10).
           77 WS-FU-NOM-VIEJO    PIC X(30).
           77 WS-FU-NOM-NUEVO    PIC X(30).
           77 WS-FU-FOUND        PIC 9 VALUE 0.
           77 WS-FU-APLICA       PIC 9 VALUE 0.
           77 WS-FU-DONE         PIC 9 VALUE 0.
           77 WS-FU-WRT-OK       PIC 9 VALUE 0.
           77 WS-FU-IDX          PIC 9(02) VALUE 0.
           77 WS-FU-N            PIC 9(05) VALUE 0.
           77 WS-FU-TOTAL        PIC 9(06) VALUE 0.
           77 WS-FU-FALLAS       PIC 9(05) VALUE 0.
           77 WS-FU-ALT          PIC 9(02) VALUE 0.
           77 WS-FU-PTR          PIC 9(03) VALUE 1.
           77 WS-FU-ENTCOD       PIC X(03).
           77 WS-FU-CNT-ED       PIC ZZZZ9.
           77 WS-FU-TOT-ED       PIC ZZZZZ9.
           77 WS-V-FU-SALDO-V    PIC S9(7)V99 VALUE 0.
           77 WS-V-FU-SALDO-N    PIC S9(7)V99 VALUE 0.
           77 WS-V-FU-SALDO-T    PIC S9(7)V99 VALUE 0.
           77 WS-FU-SAL-ED1      PIC -ZZZZZZ9.99.
           77 WS-FU-SAL-ED2      PIC -ZZZZZZ9.99.
           77 WS-FU-SAL-ED3      PIC -ZZZZZZ9.99.
           77 WS-FU-DIF          PIC 9 VALUE 0.
      *
       01 WS-FU-CXC-SAVE         PIC X(64).
       01 WS-FU-ENT-SAVE         PIC X(89).
      *
       01 WS-FU-NOMBRES.
           02 FILLER             PIC X(10) VALUE 'FACTURAS  '.
           02 FILLER             PIC X(10) VALUE 'CARTERA   '.
           02 FILLER             PIC X(10) VALUE 'PAGOS     '.
           02 FILLER             PIC X(10) VALUE 'NOTASCR   '.
           02 FILLER             PIC X(10) VALUE 'ENTREGAS  '.
           02 FILLER             PIC X(10) VALUE 'RESERVAS  '.
           02 FILLER             PIC X(10) VALUE 'REMISION  '.
           02 FILLER             PIC X(10) VALUE 'COTIZA    '.
           02 FILLER             PIC X(10) VALUE 'PARKFAC   '.
           02 FILLER             PIC X(10) VALUE 'CHEQUES   '.
           02 FILLER             PIC X(10) VALUE 'SEPARES   '.
           02 FILLER             PIC X(10) VALUE 'DIFCAMB   '.
       01 WS-FU-NOMTAB REDEFINES WS-FU-NOMBRES.
           02 WS-FU-NOM          PIC X(10) OCCURS 12 TIMES.
       01 WS-FU-CUENTAS.
           02 WS-FU-CNT          PIC 9(05) OCCURS 12 TIMES.
      *
           77 WS-ST-FU     PIC X(25) VALUE 'FUSION DE CLIENTES       '.
           77 WS-MSG-FUVJ PIC X(80) VALUE ' Cliente duplicado que de'-
       'saparece (ENTER = cancelar):                           '.
           77 WS-MSG-FUNV PIC X(80) VALUE ' Cliente que sobrevive y '-
       'recibe todo:                                           '.
           77 WS-MSG-FUNX PIC X(80) VALUE ' Cliente no existe en CLI'-
       'ENTES.DAT.                                             '.
           77 WS-MSG-FUYA PIC X(80) VALUE ' Ese cliente ya fue fusio'-
       'nado en otro. Nada que hacer.                          '.
           77 WS-MSG-FUIG PIC X(80) VALUE ' El cliente que sobrevive'-
       ' debe ser otro y estar activo.                         '.
           77 WS-MSG-FUPV PIC X(80) VALUE ' Registros del duplicado '-
       'que pasaran al cliente que sobrevive:                  '.
           77 WS-MSG-FUOK PIC X(80) VALUE ' Fusion terminada. Regist'-
       'ros re-asignados:                                      '.
           77 WS-MSG-FUFL PIC X(80) VALUE ' AVISO: registros que no '-
       'se pudieron re-asignar:                                '.
           77 WS-MSG-FURC PIC X(80) VALUE ' Replay de saldos (REPLCL'-
       'I01): saldo del cliente cuadrado.                      '.
           77 WS-MSG-FURD PIC X(80) VALUE ' Replay de saldos (REPLCL'-
       'I01): DIFERENCIA. Revise REPLCLI.CSV:                  '.
           77 WS-LB-FU1   PIC X(40) VALUE 'ARCHIVO    REGISTROS'.
           77 WS-LB-FU2   PIC X(40) VALUE 'SALDO DUPLICADO/SOBREVIVE:'.
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
           PERFORM 0100-DISP-HEADS
           IF NOT WS-ROLE-SUPERVISOR THEN
              DISPLAY WS-MSG-NOAC LINE 22 COL 01
           ELSE
              PERFORM 0100-MERGE THRU 0100-MERGE-FIN
           END-IF
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-DISP-HEADS : Displays main presentation of screen.
      *-----------------------------------------------------------------
       0100-DISP-HEADS.
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-FU          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MERGE : Asks both customers, previews what moves,
      *    and on confirmation re-points every file, joins the
      *    balances, audits and runs the balance replay.
      *-----------------------------------------------------------------
       0100-MERGE.
           DISPLAY WS-MSG-FUVJ LINE 06 COL 01
           MOVE SPACES TO WS-FU-VIEJO
           ACCEPT WS-FU-VIEJO LINE 06 COL 60
           IF WS-FU-VIEJO = SPACES OR WS-FU-VIEJO = LOW-VALUE THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-MERGE-FIN
           END-IF
           MOVE WS-FU-VIEJO TO CLI-ID
           PERFORM 0100-READ-CLIENTE
           IF WS-FU-FOUND = 0 THEN
              DISPLAY WS-MSG-FUNX LINE 24 COL 01
              GO TO 0100-MERGE-FIN
           END-IF
           IF CLI-FUSION NOT = SPACES
           AND CLI-FUSION NOT = LOW-VALUE THEN
              DISPLAY WS-MSG-FUYA LINE 24 COL 01
              GO TO 0100-MERGE-FIN
           END-IF
           MOVE CLI-NOMBRE TO WS-FU-NOM-VIEJO
           MOVE CLI-SALDO TO WS-V-FU-SALDO-V
           DISPLAY WS-FU-NOM-VIEJO LINE 07 COL 03
           DISPLAY WS-MSG-FUNV LINE 08 COL 01
           MOVE SPACES TO WS-FU-NUEVO
           ACCEPT WS-FU-NUEVO LINE 08 COL 60
           MOVE WS-FU-NUEVO TO CLI-ID
           PERFORM 0100-READ-CLIENTE
           IF WS-FU-FOUND = 0 THEN
              DISPLAY WS-MSG-FUNX LINE 24 COL 01
              GO TO 0100-MERGE-FIN
           END-IF
           IF WS-FU-NUEVO = WS-FU-VIEJO
           OR NOT CLI-ACTIVO THEN
              DISPLAY WS-MSG-FUIG LINE 24 COL 01
              GO TO 0100-MERGE-FIN
           END-IF
           MOVE CLI-NOMBRE TO WS-FU-NOM-NUEVO
           MOVE CLI-SALDO TO WS-V-FU-SALDO-N
           DISPLAY WS-FU-NOM-NUEVO LINE 09 COL 03
           SET WS-FU-APLICA TO 0
           PERFORM 0100-ALL-FILES
           PERFORM 0100-SHOW-COUNTS
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 24 COL 01
              GO TO 0100-MERGE-FIN
           END-IF
           SET WS-FU-APLICA TO 1
           MOVE 0 TO WS-FU-FALLAS
           PERFORM 0100-ALL-FILES
           PERFORM 0100-JOIN-SALDOS
           PERFORM 0100-AUDIT-MERGE
           PERFORM 0100-DISP-HEADS
           PERFORM 0100-SHOW-COUNTS
           MOVE WS-FU-TOTAL TO WS-FU-TOT-ED
           DISPLAY WS-MSG-FUOK LINE 20 COL 01
           DISPLAY WS-FU-TOT-ED LINE 20 COL 45
           IF WS-FU-FALLAS > 0 THEN
              MOVE WS-FU-FALLAS TO WS-FU-CNT-ED
              DISPLAY WS-MSG-FUFL LINE 21 COL 01
              DISPLAY WS-FU-CNT-ED LINE 21 COL 50
           END-IF
           PERFORM 0100-CHECK-REPLAY.
       0100-MERGE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-READ-CLIENTE : Reads CLI-ID; WS-FU-FOUND ends 1 when
      *    the customer exists.
      *-----------------------------------------------------------------
       0100-READ-CLIENTE.
           SET WS-FU-FOUND TO 0
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00' THEN
              READ CLIENTES
                 KEY IS CLI-ID
                 INVALID KEY
                    SET WS-FU-FOUND TO 0
                 NOT INVALID KEY
                    SET WS-FU-FOUND TO 1
              END-READ
           END-IF
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ALL-FILES : Walks every file that names a customer.
      *    With WS-FU-APLICA = 0 it only counts the duplicate's
      *    records; with 1 it re-points them to the survivor.
      *-----------------------------------------------------------------
       0100-ALL-FILES.
           MOVE 0 TO WS-FU-TOTAL
           PERFORM 0100-FU-FACTURAS THRU 0100-FU-FACTURAS-FIN
           PERFORM 0100-FU-CARTERA THRU 0100-FU-CARTERA-FIN
           PERFORM 0100-FU-PAGOS THRU 0100-FU-PAGOS-FIN
           PERFORM 0100-FU-NOTASCR THRU 0100-FU-NOTASCR-FIN
           PERFORM 0100-FU-ENTREGAS THRU 0100-FU-ENTREGAS-FIN
           PERFORM 0100-FU-RESERVAS THRU 0100-FU-RESERVAS-FIN
           PERFORM 0100-FU-REMISION THRU 0100-FU-REMISION-FIN
           PERFORM 0100-FU-COTIZA THRU 0100-FU-COTIZA-FIN
           PERFORM 0100-FU-PARKFAC THRU 0100-FU-PARKFAC-FIN
           PERFORM 0100-FU-CHEQUES THRU 0100-FU-CHEQUES-FIN
           PERFORM 0100-FU-SEPARES THRU 0100-FU-SEPARES-FIN
           PERFORM 0100-FU-DIFCAMB THRU 0100-FU-DIFCAMB-FIN
           PERFORM VARYING WS-FU-IDX FROM 1 BY 1
                   UNTIL WS-FU-IDX > 12
              ADD WS-FU-CNT(WS-FU-IDX) TO WS-FU-TOTAL
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOW-COUNTS : Records per file and both balances.
      *-----------------------------------------------------------------
       0100-SHOW-COUNTS.
           DISPLAY WS-MSG-FUPV LINE 10 COL 01
           DISPLAY WS-LB-FU1 LINE 11 COL 03
           MOVE 12 TO WS-ROWCTRL
           PERFORM VARYING WS-FU-IDX FROM 1 BY 1
                   UNTIL WS-FU-IDX > 12
              MOVE WS-FU-CNT(WS-FU-IDX) TO WS-FU-CNT-ED
              IF WS-FU-IDX < 7 THEN
                 DISPLAY WS-FU-NOM(WS-FU-IDX) LINE WS-ROWCTRL COL 03
                 DISPLAY WS-FU-CNT-ED LINE WS-ROWCTRL COL 15
              ELSE
                 COMPUTE WS-ROWCTRL = WS-FU-IDX + 5
                 DISPLAY WS-FU-NOM(WS-FU-IDX) LINE WS-ROWCTRL COL 33
                 DISPLAY WS-FU-CNT-ED LINE WS-ROWCTRL COL 45
              END-IF
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           MOVE WS-V-FU-SALDO-V TO WS-FU-SAL-ED1
           MOVE WS-V-FU-SALDO-N TO WS-FU-SAL-ED2
           DISPLAY WS-LB-FU2 LINE 18 COL 03
           DISPLAY WS-FU-SAL-ED1 LINE 18 COL 33
           DISPLAY WS-FU-SAL-ED2 LINE 18 COL 46
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-FACTURAS : Invoice headers and lines.
      *-----------------------------------------------------------------
       0100-FU-FACTURAS.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O FACTURAS
           ELSE
              OPEN INPUT FACTURAS
           END-IF
           IF WS-FAC-STATUS = '35' THEN
              CLOSE FACTURAS
              GO TO 0100-FU-FACTURAS-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ FACTURAS NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF FAC-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       IF WS-FU-APLICA = 1 THEN
                          MOVE WS-FU-NUEVO TO FAC-CLIENTE
                          REWRITE FAC-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FACTURAS.
       0100-FU-FACTURAS-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(1)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-CARTERA : Open items. The customer is part of the
      *    key, so each item is written again under the survivor and
      *    only then deleted under the duplicate.
      *-----------------------------------------------------------------
       0100-FU-CARTERA.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O CARTERA
           ELSE
              OPEN INPUT CARTERA
           END-IF
           IF WS-CXC-STATUS NOT = '00' AND WS-CXC-STATUS NOT = '05'
              CLOSE CARTERA
              GO TO 0100-FU-CARTERA-FIN
           END-IF
           SET WS-FU-DONE TO 0
           PERFORM UNTIL WS-FU-DONE = 1
              MOVE WS-FU-VIEJO TO CXC-CLIENTE
              MOVE LOW-VALUES TO CXC-TIPO
              MOVE 0 TO CXC-NUM
              START CARTERA KEY IS NOT LESS THAN CXC-CLAVE
                 INVALID KEY
                    SET WS-FU-DONE TO 1
              END-START
              IF WS-FU-DONE = 0 THEN
                 PERFORM 0100-FU-CXC-ONE
              END-IF
           END-PERFORM
           CLOSE CARTERA.
       0100-FU-CARTERA-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(2)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-CXC-ONE : Next item of the duplicate. When only
      *    counting, all of them are read in one pass.
      *-----------------------------------------------------------------
       0100-FU-CXC-ONE.
           READ CARTERA NEXT RECORD
              AT END
                 SET WS-FU-DONE TO 1
           END-READ
           IF WS-FU-DONE = 1 OR CXC-CLIENTE NOT = WS-FU-VIEJO THEN
              SET WS-FU-DONE TO 1
              GO TO 0100-FU-CXC-ONE-FIN
           END-IF
           IF WS-FU-APLICA = 0 THEN
              PERFORM UNTIL WS-FU-DONE = 1
                 ADD 1 TO WS-FU-N
                 READ CARTERA NEXT RECORD
                    AT END
                       SET WS-FU-DONE TO 1
                    NOT AT END
                       IF CXC-CLIENTE NOT = WS-FU-VIEJO THEN
                          SET WS-FU-DONE TO 1
                       END-IF
                 END-READ
              END-PERFORM
              GO TO 0100-FU-CXC-ONE-FIN
           END-IF
           MOVE CXC-REG TO WS-FU-CXC-SAVE
           MOVE WS-FU-NUEVO TO CXC-CLIENTE
           SET WS-FU-WRT-OK TO 1
           WRITE CXC-REG
              INVALID KEY
                 SET WS-FU-WRT-OK TO 0
           END-WRITE
           MOVE WS-FU-CXC-SAVE TO CXC-REG
           IF WS-FU-WRT-OK = 1 THEN
              DELETE CARTERA RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              IF CXC-MONEDA NOT = SPACES THEN
                 PERFORM 0100-FU-CXM-ONE
              END-IF
              ADD 1 TO WS-FU-N
           ELSE
              ADD 1 TO WS-FU-FALLAS
              SET WS-FU-DONE TO 1
           END-IF.
       0100-FU-CXC-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-CXM-ONE : The foreign-currency side (CXCME.DAT) of
      *    the item just moved follows it under the same key.
      *-----------------------------------------------------------------
       0100-FU-CXM-ONE.
           OPEN I-O CXCME
           MOVE CXC-CLAVE TO CXM-CLAVE
           READ CXCME
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-FU-NUEVO TO CXM-CLIENTE
                 WRITE CXM-REG
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 MOVE WS-FU-VIEJO TO CXM-CLIENTE
                 DELETE CXCME RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
           END-READ
           CLOSE CXCME
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-PAGOS : PAGOS.DAT is line sequential: it is copied
      *    through PAGOS.TMP with the customer changed and rebuilt,
      *    as KARDEX01 does with the movements file.
      *-----------------------------------------------------------------
       0100-FU-PAGOS.
           MOVE 0 TO WS-FU-N
           OPEN INPUT PAGOS
           IF WS-PAG-STATUS NOT = '00' THEN
              CLOSE PAGOS
              GO TO 0100-FU-PAGOS-FIN
           END-IF
           IF WS-FU-APLICA = 1 THEN
              OPEN OUTPUT PAGTMP
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PAGOS
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF PAG-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       MOVE WS-FU-NUEVO TO PAG-CLIENTE
                    END-IF
                    IF WS-FU-APLICA = 1 THEN
                       MOVE REG-PAGO TO PAGTMP-RECORD
                       WRITE PAGTMP-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAGOS
           IF WS-FU-APLICA = 0 THEN
              GO TO 0100-FU-PAGOS-FIN
           END-IF
           CLOSE PAGTMP
           IF WS-FU-N = 0 THEN
              GO TO 0100-FU-PAGOS-FIN
           END-IF
           OPEN INPUT PAGTMP
           OPEN OUTPUT PAGOS
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PAGTMP
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE PAGTMP-RECORD TO REG-PAGO
                    WRITE REG-PAGO
              END-READ
           END-PERFORM
           CLOSE PAGOS
           CLOSE PAGTMP.
       0100-FU-PAGOS-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(3)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-DIFCAMB : Realized exchange differences, line
      *    sequential like PAGOS.DAT and rebuilt the same way through
      *    DIFCAMB.TMP.
      *-----------------------------------------------------------------
       0100-FU-DIFCAMB.
           MOVE 0 TO WS-FU-N
           OPEN INPUT DIFCAMB
           IF WS-DCB-STATUS NOT = '00' THEN
              CLOSE DIFCAMB
              GO TO 0100-FU-DIFCAMB-FIN
           END-IF
           IF WS-FU-APLICA = 1 THEN
              OPEN OUTPUT DCBTMP
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ DIFCAMB
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF DCB-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       MOVE WS-FU-NUEVO TO DCB-CLIENTE
                    END-IF
                    IF WS-FU-APLICA = 1 THEN
                       MOVE DCB-REG TO DCBTMP-RECORD
                       WRITE DCBTMP-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DIFCAMB
           IF WS-FU-APLICA = 0 THEN
              GO TO 0100-FU-DIFCAMB-FIN
           END-IF
           CLOSE DCBTMP
           IF WS-FU-N = 0 THEN
              GO TO 0100-FU-DIFCAMB-FIN
           END-IF
           OPEN INPUT DCBTMP
           OPEN OUTPUT DIFCAMB
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ DCBTMP
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE DCBTMP-RECORD TO DCB-REG
                    WRITE DCB-REG
              END-READ
           END-PERFORM
           CLOSE DIFCAMB
           CLOSE DCBTMP.
       0100-FU-DIFCAMB-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(12)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-NOTASCR : Credit notes.
      *-----------------------------------------------------------------
       0100-FU-NOTASCR.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O NOTASCR
           ELSE
              OPEN INPUT NOTASCR
           END-IF
           IF WS-NCR-STATUS NOT = '00' AND WS-NCR-STATUS NOT = '05'
              CLOSE NOTASCR
              GO TO 0100-FU-NOTASCR-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ NOTASCR NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF NCR-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       IF WS-FU-APLICA = 1 THEN
                          MOVE WS-FU-NUEVO TO NCR-CLIENTE
                          REWRITE NCR-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTASCR.
       0100-FU-NOTASCR-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(4)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-ENTREGAS : Ship-to addresses, keyed by customer and
      *    code like CARTERA. A code the survivor already uses is
      *    moved under the first free code M01-M99.
      *-----------------------------------------------------------------
       0100-FU-ENTREGAS.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O ENTREGAS
           ELSE
              OPEN INPUT ENTREGAS
           END-IF
           IF WS-ENT-STATUS NOT = '00' AND WS-ENT-STATUS NOT = '05'
              CLOSE ENTREGAS
              GO TO 0100-FU-ENTREGAS-FIN
           END-IF
           SET WS-FU-DONE TO 0
           PERFORM UNTIL WS-FU-DONE = 1
              MOVE WS-FU-VIEJO TO ENT-CLIENTE
              MOVE LOW-VALUES TO ENT-COD
              START ENTREGAS KEY IS NOT LESS THAN ENT-CLAVE
                 INVALID KEY
                    SET WS-FU-DONE TO 1
              END-START
              IF WS-FU-DONE = 0 THEN
                 PERFORM 0100-FU-ENT-ONE THRU 0100-FU-ENT-ONE-FIN
              END-IF
           END-PERFORM
           CLOSE ENTREGAS.
       0100-FU-ENTREGAS-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(5)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-ENT-ONE : Next address of the duplicate.
      *-----------------------------------------------------------------
       0100-FU-ENT-ONE.
           READ ENTREGAS NEXT RECORD
              AT END
                 SET WS-FU-DONE TO 1
           END-READ
           IF WS-FU-DONE = 1 OR ENT-CLIENTE NOT = WS-FU-VIEJO THEN
              SET WS-FU-DONE TO 1
              GO TO 0100-FU-ENT-ONE-FIN
           END-IF
           IF WS-FU-APLICA = 0 THEN
              PERFORM UNTIL WS-FU-DONE = 1
                 ADD 1 TO WS-FU-N
                 READ ENTREGAS NEXT RECORD
                    AT END
                       SET WS-FU-DONE TO 1
                    NOT AT END
                       IF ENT-CLIENTE NOT = WS-FU-VIEJO THEN
                          SET WS-FU-DONE TO 1
                       END-IF
                 END-READ
              END-PERFORM
              GO TO 0100-FU-ENT-ONE-FIN
           END-IF
           MOVE ENT-REG TO WS-FU-ENT-SAVE
           MOVE WS-FU-NUEVO TO ENT-CLIENTE
           SET WS-FU-WRT-OK TO 1
           WRITE ENT-REG
              INVALID KEY
                 SET WS-FU-WRT-OK TO 0
           END-WRITE
           MOVE 0 TO WS-FU-ALT
           PERFORM UNTIL WS-FU-WRT-OK = 1 OR WS-FU-ALT = 99
              ADD 1 TO WS-FU-ALT
              MOVE SPACES TO WS-FU-ENTCOD
              STRING 'M' WS-FU-ALT
              DELIMITED BY SIZE INTO WS-FU-ENTCOD
              MOVE WS-FU-ENTCOD TO ENT-COD
              SET WS-FU-WRT-OK TO 1
              WRITE ENT-REG
                 INVALID KEY
                    SET WS-FU-WRT-OK TO 0
              END-WRITE
           END-PERFORM
           MOVE WS-FU-ENT-SAVE TO ENT-REG
           IF WS-FU-WRT-OK = 1 THEN
              DELETE ENTREGAS RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              ADD 1 TO WS-FU-N
           ELSE
              ADD 1 TO WS-FU-FALLAS
              SET WS-FU-DONE TO 1
           END-IF.
       0100-FU-ENT-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-RESERVAS : Stock reservations.
      *-----------------------------------------------------------------
       0100-FU-RESERVAS.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O RESERVAS
           ELSE
              OPEN INPUT RESERVAS
           END-IF
           IF WS-RSV-STATUS NOT = '00' AND WS-RSV-STATUS NOT = '05'
              CLOSE RESERVAS
              GO TO 0100-FU-RESERVAS-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ RESERVAS NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF RSV-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       IF WS-FU-APLICA = 1 THEN
                          MOVE WS-FU-NUEVO TO RSV-CLIENTE
                          REWRITE RSV-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RESERVAS.
       0100-FU-RESERVAS-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(6)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-REMISION : Delivery notes.
      *-----------------------------------------------------------------
       0100-FU-REMISION.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O REMISION
           ELSE
              OPEN INPUT REMISION
           END-IF
           IF WS-REM-STATUS NOT = '00' AND WS-REM-STATUS NOT = '05'
              CLOSE REMISION
              GO TO 0100-FU-REMISION-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ REMISION NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF REM-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       IF WS-FU-APLICA = 1 THEN
                          MOVE WS-FU-NUEVO TO REM-CLIENTE
                          REWRITE REM-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE REMISION.
       0100-FU-REMISION-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(7)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-COTIZA : Quotations.
      *-----------------------------------------------------------------
       0100-FU-COTIZA.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O COTIZA
           ELSE
              OPEN INPUT COTIZA
           END-IF
           IF WS-COT-STATUS NOT = '00' AND WS-COT-STATUS NOT = '05'
              CLOSE COTIZA
              GO TO 0100-FU-COTIZA-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ COTIZA NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF COT-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       IF WS-FU-APLICA = 1 THEN
                          MOVE WS-FU-NUEVO TO COT-CLIENTE
                          REWRITE COT-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COTIZA.
       0100-FU-COTIZA-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(8)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-PARKFAC : Parked invoices waiting to be resumed.
      *-----------------------------------------------------------------
       0100-FU-PARKFAC.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O PARKFAC
           ELSE
              OPEN INPUT PARKFAC
           END-IF
           IF WS-PRK-STATUS NOT = '00' AND WS-PRK-STATUS NOT = '05'
              CLOSE PARKFAC
              GO TO 0100-FU-PARKFAC-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PARKFAC NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF PRK-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       IF WS-FU-APLICA = 1 THEN
                          MOVE WS-FU-NUEVO TO PRK-CLIENTE
                          REWRITE PRK-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARKFAC.
       0100-FU-PARKFAC-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(9)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-CHEQUES : Cheques received; a bounced one weighs on
      *    the balance replay, so it must follow the customer.
      *-----------------------------------------------------------------
       0100-FU-CHEQUES.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O CHEQUES
           ELSE
              OPEN INPUT CHEQUES
           END-IF
           IF WS-CHQ-STATUS NOT = '00' AND WS-CHQ-STATUS NOT = '05'
              CLOSE CHEQUES
              GO TO 0100-FU-CHEQUES-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ CHEQUES NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF CHQ-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       IF WS-FU-APLICA = 1 THEN
                          MOVE WS-FU-NUEVO TO CHQ-CLIENTE
                          REWRITE CHQ-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CHEQUES.
       0100-FU-CHEQUES-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(10)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FU-SEPARES : Layaway documents.
      *-----------------------------------------------------------------
       0100-FU-SEPARES.
           MOVE 0 TO WS-FU-N
           IF WS-FU-APLICA = 1 THEN
              OPEN I-O SEPARES
           ELSE
              OPEN INPUT SEPARES
           END-IF
           IF WS-SEP-STATUS NOT = '00' AND WS-SEP-STATUS NOT = '05'
              CLOSE SEPARES
              GO TO 0100-FU-SEPARES-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ SEPARES NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF SEP-CLIENTE = WS-FU-VIEJO THEN
                       ADD 1 TO WS-FU-N
                       IF WS-FU-APLICA = 1 THEN
                          MOVE WS-FU-NUEVO TO SEP-CLIENTE
                          REWRITE SEP-REG
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SEPARES.
       0100-FU-SEPARES-FIN.
           MOVE WS-FU-N TO WS-FU-CNT(11)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-JOIN-SALDOS : The survivor takes the duplicate's
      *    balance; the duplicate is left at zero, inactive and
      *    pointing to the survivor.
      *-----------------------------------------------------------------
       0100-JOIN-SALDOS.
           OPEN I-O CLIENTES
           MOVE WS-FU-VIEJO TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CLI-SALDO TO WS-V-FU-SALDO-V
                 MOVE 0 TO CLI-SALDO
                 SET CLI-INACTIVO TO TRUE
                 MOVE WS-FU-NUEVO TO CLI-FUSION
                 REWRITE REG-CLIENTE
           END-READ
           MOVE WS-FU-NUEVO TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CLI-SALDO TO WS-V-FU-SALDO-N
                 ADD WS-V-FU-SALDO-V TO CLI-SALDO
                 MOVE CLI-SALDO TO WS-V-FU-SALDO-T
                 REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-AUDIT-MERGE : Two audit records, the balances and the
      *    records moved per file, plus the session event.
      *-----------------------------------------------------------------
       0100-AUDIT-MERGE.
           MOVE WS-FU-VIEJO TO WS-CODART
           MOVE 'FUSION-CLI' TO WS-AUD-TTYPE
           MOVE WS-V-FU-SALDO-V TO WS-FU-SAL-ED1
           MOVE WS-V-FU-SALDO-N TO WS-FU-SAL-ED2
           MOVE WS-V-FU-SALDO-T TO WS-FU-SAL-ED3
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'SALDO ' WS-FU-VIEJO ' ' WS-FU-SAL-ED1
                  ' / ' WS-FU-NUEVO ' ' WS-FU-SAL-ED2
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'FUSIONADO EN ' WS-FU-NUEVO
                  ' SALDO ' WS-FU-SAL-ED3
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           MOVE 'REGISTROS POR ARCHIVO' TO WS-AUD-BEFORE
           MOVE 1 TO WS-FU-PTR
           PERFORM VARYING WS-FU-IDX FROM 1 BY 1
                   UNTIL WS-FU-IDX > 12
              MOVE WS-FU-CNT(WS-FU-IDX) TO WS-FU-CNT-ED
              STRING WS-FU-NOM(WS-FU-IDX) DELIMITED BY SPACE
                     '=' WS-FU-CNT-ED ' ' DELIMITED BY SIZE
              INTO WS-AUD-AFTER WITH POINTER WS-FU-PTR
           END-PERFORM
           PERFORM 0100-WRITE-AUDIT-REC
           MOVE 'FUSION-CLI' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           STRING WS-FU-VIEJO ' > ' WS-FU-NUEVO
           DELIMITED BY SIZE INTO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-REPLAY : Runs the REPLCLI01 balance replay and
      *    looks for the survivor among the differences it reports.
      *-----------------------------------------------------------------
       0100-CHECK-REPLAY.
           CALL 'REPLCLI01' USING LNK-OPERATOR
           SET WS-FU-DIF TO 0
           OPEN INPUT REPLIN
           IF WS-RPI-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ REPLIN
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF REPLIN-RECORD(1:10) = WS-FU-NUEVO THEN
                          SET WS-FU-DIF TO 1
                          SET WS-END-FILE TO 1
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE REPLIN
           DISPLAY WS-SPC LINE 22 COL 01
           DISPLAY WS-SPC LINE 23 COL 01
           IF WS-FU-DIF = 0 THEN
              DISPLAY WS-MSG-FURC LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-FURD LINE 22 COL 01
              DISPLAY REPLIN-RECORD(1:80) LINE 23 COL 01
           END-IF
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM FUSION01.
