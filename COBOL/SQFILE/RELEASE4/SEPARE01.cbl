      ******************************************************************
      * Program      : SEPARE01.cbl                                    *
      * Purpose      : Layaway (plan separe) documents in SEPARES.DAT. *
      *                A layaway holds its articles through RESERVAS   *
      *                rows flagged as layaway, which the PAR-RSVDIAS  *
      *                expiry release leaves alone, and takes deposits *
      *                through the normal payment methods: each one is *
      *                logged in PAGOS.DAT under the operator's open   *
      *                drawer, lowers CLI-SALDO and prints a receipt   *
      *                (SEPARE.PRN) with the remaining balance. Once   *
      *                fully paid, FACTUR01 turns it into an invoice.  *
      *                A cancelled layaway releases the stock and      *
      *                refunds the deposits less the PAR-SEPMULTA fee. *
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
       PROGRAM-ID. SEPARE01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CLISEL.cpy".
       copy "CXCSEL.cpy".
       copy "PAGSEL.cpy".
       copy "MPGSEL.cpy".
       copy "CAJSEL.cpy".
       copy "CJMSEL.cpy".
       copy "RSVSEL.cpy".
       copy "SEPSEL.cpy".
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT SEPPRN ASSIGN TO "SEPARE.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "PAGFD.cpy".
      *
       copy "MPGFD.cpy".
      *
       copy "CAJFD.cpy".
      *
       copy "CJMFD.cpy".
      *
       copy "RSVFD.cpy".
      *
       copy "SEPFD.cpy".
      *
       FD EMPRESA.
       01 REG-EMPRESA.
           03 EMP-TIP-ID       PIC X(20).
           03 EMP-ID           PIC X(20).
           03 EMP-RSOCIAL      PIC X(30).
           03 EMP-RCCIAL       PIC X(30).
           03 EMP-SIGLA        PIC X(10).
           03 EMP-DIR1         PIC X(30).
           03 EMP-DIR2         PIC X(30).
           03 EMP-DIR3         PIC X(30).
           03 EMP-TEL1         PIC X(20).
           03 EMP-TEL2         PIC X(20).
           03 EMP-TEL3         PIC X(20).
           03 EMP-CIUDAD       PIC X(20).
           03 EMP-DEPTO        PIC X(20).
           03 EMP-EMAIL1       PIC X(30).
           03 EMP-EMAIL2       PIC X(30).
           03 EMP-EMAIL3       PIC X(30).
           03 EMP-WEB1         PIC X(30).
           03 EMP-WEB2         PIC X(30).
           03 EMP-RLEGAL       PIC X(60).
           03 EMP-FCONSTIT     PIC X(08).
           03 EMP-FREGIST      PIC X(08).
           03 EMP-LMOD         PIC X(12).
           03 EMP-FILLER       PIC X(500).
      *
       FD SEPPRN.
       01 SEPPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-CLI-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-PAG-STATUS      PIC XX.
           77 WS-MPG-STATUS      PIC XX.
           77 WS-CAJ-STATUS      PIC XX.
           77 WS-CJM-STATUS      PIC XX.
           77 WS-RSV-STATUS      PIC XX.
           77 WS-SEP-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-EMP-FOUND       PIC 9 VALUE 0.
           77 WS-SP-HOY          PIC X(08).
           77 WS-SP-HORA         PIC X(06).
           77 WS-SP-NUM          PIC 9(06) VALUE 0.
           77 WS-SP-NUM-ED       PIC ZZZZZ9.
           77 WS-SP-FOUND        PIC 9 VALUE 0.
           77 WS-SP-CLIENTE      PIC X(10).
           77 WS-SP-NOMBRE       PIC X(30).
           77 WS-SP-ENTRY        PIC X(10).
           77 WS-SP-DONE         PIC 9 VALUE 0.
           77 WS-SP-QTY          PIC ZZZZ9.99.
           77 WS-V-SP-QTY        PIC 9(5)V99.
           77 WS-SP-PRICE        PIC ZZZZ9.99.
           77 WS-V-SP-PRICE      PIC 9(5)V99.
           77 WS-V-SP-PEND       PIC 9(5)V99.
           77 WS-V-SP-DISPON     PIC S9(6)V99.
           77 WS-V-SP-LINTOT     PIC 9(7)V99.
           77 WS-V-SP-TOTAL      PIC 9(7)V99 VALUE 0.
           77 WS-V-SP-ABONADO    PIC 9(7)V99 VALUE 0.
           77 WS-V-SP-SALDO      PIC 9(7)V99 VALUE 0.
           77 WS-V-SP-ABONO      PIC 9(7)V99 VALUE 0.
           77 WS-V-SP-MULTA      PIC 9(7)V99 VALUE 0.
           77 WS-V-SP-REEMB      PIC 9(7)V99 VALUE 0.
           77 WS-SP-VAL-IN       PIC X(12).
           77 WS-SP-VAL-ED       PIC ZZZZZZ9.99.
           77 WS-SP-METODO       PIC X(06).
           77 WS-SP-MPG-OK       PIC 9 VALUE 0.
           77 WS-SP-LCNT         PIC 9(03) VALUE 0.
           77 WS-SP-IDX          PIC 9(03) VALUE 0.
           77 WS-SP-SESION       PIC 9(06) VALUE 0.
           77 WS-SP-ANULA        PIC 9 VALUE 0.
           77 WS-SP-CGO-VALOR    PIC 9(7)V99 VALUE 0.
           77 WS-RS-CODART       PIC X(10).
           77 WS-RS-SEQ          PIC 9(04) VALUE 0.
           77 WS-V-RS-CANT       PIC 9(5)V99.
           77 WS-SP-EFECT        PIC X(06) VALUE 'EFECT'.
           77 WS-SP-CHEQPF       PIC X(06) VALUE 'CHEQPF'.
      *
       01 WS-SP-TABLE.
           02 WS-SP-LINEA OCCURS 50 TIMES.
               03 WS-SP-T-CODART    PIC X(10).
               03 WS-SP-T-DESCART   PIC X(35).
               03 WS-SP-T-CANT      PIC 9(5)V99.
               03 WS-SP-T-VRUNIT    PIC 9(5)V99.
               03 WS-SP-T-LINTOT    PIC 9(7)V99.
               03 WS-SP-T-TAXCLASS  PIC X(01).
               03 WS-SP-T-COSTO     PIC 9(5)V99.
               03 WS-SP-T-RSVSEQ    PIC 9(04).
      *
           77 WS-ST-SP     PIC X(25) VALUE 'PLAN SEPARE              '.
           77 WS-MSG-SPOP PIC X(80) VALUE ' 1-NUEVO 2-ABONO 3-CONSUL'-
       'TA 4-ANULA 9-SALE                   Ingrese opcion [  ]'.
           77 WS-MSG-SPCL PIC X(80) VALUE ' Cliente del plan separe:'-
       '                                                       '.
           77 WS-MSG-SPCN PIC X(80) VALUE ' Cliente no encontrado o '-
       'inactivo. Creelo con CLIENTE01.                        '.
           77 WS-MSG-SPAR PIC X(80) VALUE ' Articulo a separar (ENTE'-
       'R para terminar):                                      '.
           77 WS-MSG-SPNA PIC X(80) VALUE ' Articulo no encontrado e'-
       'ntre los articulos activos.                            '.
           77 WS-MSG-SPQT PIC X(80) VALUE ' Cantidad:               '-
       '                                                       '.
           77 WS-MSG-SPPR PIC X(80) VALUE ' Precio unitario (ENTER ='-
       ' precio de lista):                                     '.
           77 WS-MSG-SPXC PIC X(80) VALUE ' La cantidad excede la ex'-
       'istencia disponible. Linea rechazada.                  '.
           77 WS-MSG-SPFL PIC X(80) VALUE ' El plan separe admite ma'-
       'ximo 50 lineas.                                        '.
           77 WS-MSG-SPNL PIC X(80) VALUE ' El plan separe no tiene '-
       'lineas. No se genero ningun documento.                 '.
           77 WS-MSG-SPOK PIC X(80) VALUE ' Plan separe registrado y'-
       ' existencia reservada. Numero:                         '.
           77 WS-MSG-SPAI PIC X(80) VALUE ' Registrar un abono inici'-
       'al ahora (S/N)?                                        '.
           77 WS-MSG-SPNU PIC X(80) VALUE ' Numero del plan separe: '-
       '                                                       '.
           77 WS-MSG-SPNX PIC X(80) VALUE ' No existe un plan separe'-
       ' con ese numero.                                       '.
           77 WS-MSG-SPNO PIC X(80) VALUE ' El plan separe ya no est'-
       'a abierto (facturado o anulado).                       '.
           77 WS-MSG-SPMT PIC X(80) VALUE ' Medio de pago del abono '-
       '(ENTER = EFECT):                                       '.
           77 WS-MSG-SPMI PIC X(80) VALUE ' Medio de pago no registr'-
       'ado, inactivo o no admitido en separe.                 '.
           77 WS-MSG-SPVL PIC X(80) VALUE ' Valor del abono:        '-
       '                                                       '.
           77 WS-MSG-SPVI PIC X(80) VALUE ' Valor invalido o mayor q'-
       'ue el saldo pendiente.                                 '.
           77 WS-MSG-SPAB PIC X(80) VALUE ' Abono registrado; recibo'-
       ' en SEPARE.PRN. Saldo pendiente:                       '.
           77 WS-MSG-SPPG PIC X(80) VALUE ' Plan pagado: facturelo c'-
       'on FACTUR01 opcion 4.                                  '.
           77 WS-MSG-SPAN PIC X(80) VALUE ' Anulado: existencia libe'-
       'rada; recibo en SEPARE.PRN. Reembolso:                 '.
           77 WS-LB-SPTOT  PIC X(45) VALUE
              'Total:              Abonado:          Saldo:'.
           77 WS-LB-SPMUL  PIC X(45) VALUE
              'Multa:              Reembolso:'.
           77 WS-LB-SPLIN  PIC X(79) VALUE ' ARTICULO   DESCRIPCION  '-
       '                        CANTIDAD     PRECIO      TOTAL'.
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
           PERFORM 0100-LOAD-EMPRESA
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-SP          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:8) TO WS-SP-HOY
              MOVE WS-DATETIME(9:6) TO WS-SP-HORA
              DISPLAY WS-MSG-SPOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-NEW-SEPARE THRU 0100-NEW-SEPARE-FIN
                 WHEN 2
                    PERFORM 0100-ABONO THRU 0100-ABONO-FIN
                 WHEN 3
                    PERFORM 0100-CONSULTA THRU 0100-CONSULTA-FIN
                 WHEN 4
                    PERFORM 0100-ANULA THRU 0100-ANULA-FIN
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
      *    0100-LOAD-EMPRESA : Reads the company record for the heading
      *    of the receipts.
      *-----------------------------------------------------------------
       0100-LOAD-EMPRESA.
           SET WS-EMP-FOUND TO 0
           OPEN INPUT EMPRESA
           IF WS-EMP-STATUS NOT = '35' THEN
              READ EMPRESA NEXT RECORD
                 AT END
                    SET WS-EMP-FOUND TO 0
                 NOT AT END
                    SET WS-EMP-FOUND TO 1
              END-READ
              CLOSE EMPRESA
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-NEW-SEPARE : Captures the customer and the articles of
      *    a layaway, reserves each line and stores the document.
      *-----------------------------------------------------------------
       0100-NEW-SEPARE.
           DISPLAY WS-MSG-SPCL LINE 06 COL 01
           MOVE SPACES TO WS-SP-CLIENTE
           ACCEPT WS-SP-CLIENTE LINE 06 COL 30
           PERFORM 0100-GET-CLIENTE
           IF WS-SP-FOUND = 0 THEN
              DISPLAY WS-MSG-SPCN LINE 22 COL 01
              GO TO 0100-NEW-SEPARE-FIN
           END-IF
           DISPLAY WS-SP-NOMBRE LINE 06 COL 42
           DISPLAY WS-LB-SPLIN LINE 10 COL 01
           MOVE 0 TO WS-SP-LCNT
           MOVE 0 TO WS-V-SP-TOTAL
           MOVE 11 TO WS-ROWCTRL
           SET WS-SP-DONE TO 0
           PERFORM UNTIL WS-SP-DONE = 1
              DISPLAY WS-MSG-SPAR LINE 07 COL 01
              MOVE SPACES TO WS-SP-ENTRY
              ACCEPT WS-SP-ENTRY LINE 07 COL 50
              IF WS-SP-ENTRY = SPACES
              OR WS-SP-ENTRY = LOW-VALUE THEN
                 SET WS-SP-DONE TO 1
              ELSE
                 IF WS-SP-LCNT NOT < 50 THEN
                    DISPLAY WS-MSG-SPFL LINE 22 COL 01
                    SET WS-SP-DONE TO 1
                 ELSE
                    PERFORM 0100-GET-LINE THRU 0100-GET-LINE-FIN
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SP-LCNT = 0 THEN
              DISPLAY WS-MSG-SPNL LINE 22 COL 01
              GO TO 0100-NEW-SEPARE-FIN
           END-IF
           MOVE WS-V-SP-TOTAL TO WS-SP-VAL-ED
           DISPLAY WS-LB-SPTOT LINE 21 COL 01
           DISPLAY WS-SP-VAL-ED LINE 21 COL 08
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-NEW-SEPARE-FIN
           END-IF
           MOVE WS-PAR-NEXTSEP TO WS-SP-NUM
           MOVE WS-SP-NUM TO WS-SP-NUM-ED
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-LCNT
              PERFORM 0100-RESERVE-LINE
           END-PERFORM
           PERFORM 0100-WRITE-SEPARE
           ADD 1 TO WS-PAR-NEXTSEP
           PERFORM 0100-SAVE-PARAMS
           DISPLAY WS-MSG-SPOK LINE 22 COL 01
           DISPLAY WS-SP-NUM-ED LINE 22 COL 58
           DISPLAY WS-MSG-SPAI LINE 24 COL 01
           MOVE SPACE TO WS-OPTX
           ACCEPT WS-OPTX LINE 24 COL 45
           DISPLAY WS-SPC LINE 24 COL 01
           IF WS-OPTX = 'S' OR WS-OPTX = 's' THEN
              PERFORM 0100-TAKE-ABONO THRU 0100-TAKE-ABONO-FIN
           END-IF.
       0100-NEW-SEPARE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-CLIENTE : Validates WS-SP-CLIENTE as an active
      *    customer of CLIENTES.DAT.
      *-----------------------------------------------------------------
       0100-GET-CLIENTE.
           SET WS-SP-FOUND TO 0
           MOVE SPACES TO WS-SP-NOMBRE
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS NOT = '35' THEN
              MOVE WS-SP-CLIENTE TO CLI-ID
              READ CLIENTES
                 KEY IS CLI-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CLI-ACTIVO THEN
                       SET WS-SP-FOUND TO 1
                       MOVE CLI-NOMBRE TO WS-SP-NOMBRE
                    END-IF
              END-READ
           END-IF
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-LINE : One article of the layaway, checked against
      *    the stock not yet committed, less what this document
      *    already holds of it.
      *-----------------------------------------------------------------
       0100-GET-LINE.
           SET WS-SP-FOUND TO 0
           OPEN INPUT INVENTARIO
           MOVE WS-SP-ENTRY TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ACTFLAG-ACTIVE THEN
                    SET WS-SP-FOUND TO 1
                    MOVE CODART TO WS-CODART
                    MOVE DESCART TO WS-DESCART
                    MOVE VRUNIT TO WS-V-VRUNIT
                    MOVE CANT TO WS-V-CANT
                    MOVE CANT-COMP TO WS-V-CANT-COMP
                    MOVE AVGCOST TO WS-V-AVGCOST
                    IF WS-V-AVGCOST = 0 THEN
                       MOVE STDCOST TO WS-V-AVGCOST
                    END-IF
                    MOVE TAXCLASS TO WS-SP-T-TAXCLASS(WS-SP-LCNT + 1)
                 END-IF
           END-READ
           CLOSE INVENTARIO
           IF WS-SP-FOUND = 0 THEN
              DISPLAY WS-MSG-SPNA LINE 22 COL 01
              GO TO 0100-GET-LINE-FIN
           END-IF
           DISPLAY WS-SPC(1:80) LINE 22 COL 01
           DISPLAY WS-DESCART LINE 08 COL 01
           MOVE WS-V-VRUNIT TO WS-SP-PRICE
           DISPLAY WS-SP-PRICE LINE 08 COL 40
           MOVE 0 TO WS-V-SP-PEND
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-LCNT
              IF WS-SP-T-CODART(WS-SP-IDX) = WS-CODART THEN
                 ADD WS-SP-T-CANT(WS-SP-IDX) TO WS-V-SP-PEND
              END-IF
           END-PERFORM
           COMPUTE WS-V-SP-DISPON = WS-V-CANT - WS-V-CANT-COMP
                                  - WS-V-SP-PEND
           DISPLAY WS-MSG-SPQT LINE 09 COL 01
           MOVE WS-ZERO TO WS-SP-QTY
           ACCEPT WS-SP-QTY LINE 09 COL 12
           MOVE WS-SP-QTY TO WS-V-SP-QTY
           IF WS-V-SP-QTY = 0 THEN
              DISPLAY WS-MSG-NONL LINE 22 COL 01
              GO TO 0100-GET-LINE-FIN
           END-IF
           IF WS-V-SP-QTY > WS-V-SP-DISPON THEN
              DISPLAY WS-MSG-SPXC LINE 22 COL 01
              GO TO 0100-GET-LINE-FIN
           END-IF
           DISPLAY WS-MSG-SPPR LINE 09 COL 24
           MOVE WS-ZERO TO WS-SP-PRICE
           ACCEPT WS-SP-PRICE LINE 09 COL 70
           MOVE WS-SP-PRICE TO WS-V-SP-PRICE
           IF WS-V-SP-PRICE = 0 THEN
              MOVE WS-V-VRUNIT TO WS-V-SP-PRICE
           END-IF
           COMPUTE WS-V-SP-LINTOT = WS-V-SP-QTY * WS-V-SP-PRICE
           ADD WS-V-SP-LINTOT TO WS-V-SP-TOTAL
           ADD 1 TO WS-SP-LCNT
           MOVE WS-CODART TO WS-SP-T-CODART(WS-SP-LCNT)
           MOVE WS-DESCART TO WS-SP-T-DESCART(WS-SP-LCNT)
           MOVE WS-V-SP-QTY TO WS-SP-T-CANT(WS-SP-LCNT)
           MOVE WS-V-SP-PRICE TO WS-SP-T-VRUNIT(WS-SP-LCNT)
           MOVE WS-V-SP-LINTOT TO WS-SP-T-LINTOT(WS-SP-LCNT)
           MOVE WS-V-AVGCOST TO WS-SP-T-COSTO(WS-SP-LCNT)
           MOVE 0 TO WS-SP-T-RSVSEQ(WS-SP-LCNT)
           IF WS-ROWCTRL > 20 THEN
              MOVE 11 TO WS-ROWCTRL
           END-IF
           MOVE WS-SP-LCNT TO WS-SP-IDX
           PERFORM 0100-SHOW-LINE
           MOVE WS-V-SP-TOTAL TO WS-SP-VAL-ED
           DISPLAY WS-LB-SPTOT LINE 21 COL 01
           DISPLAY WS-SP-VAL-ED LINE 21 COL 08.
       0100-GET-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOW-LINE : Line WS-SP-IDX of the table at WS-ROWCTRL.
      *-----------------------------------------------------------------
       0100-SHOW-LINE.
           DISPLAY WS-SPC(1:80) LINE WS-ROWCTRL COL 01
           DISPLAY WS-SP-T-CODART(WS-SP-IDX) LINE WS-ROWCTRL COL 02
           DISPLAY WS-SP-T-DESCART(WS-SP-IDX) LINE WS-ROWCTRL COL 13
           MOVE WS-SP-T-CANT(WS-SP-IDX) TO WS-SP-QTY
           DISPLAY WS-SP-QTY LINE WS-ROWCTRL COL 50
           MOVE WS-SP-T-VRUNIT(WS-SP-IDX) TO WS-SP-PRICE
           DISPLAY WS-SP-PRICE LINE WS-ROWCTRL COL 60
           MOVE WS-SP-T-LINTOT(WS-SP-IDX) TO WS-SP-VAL-ED
           DISPLAY WS-SP-VAL-ED LINE WS-ROWCTRL COL 69
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RESERVE-LINE : Holds line WS-SP-IDX in RESERVAS.DAT as
      *    a layaway reservation and raises CANT-COMP, as RESERV01
      *    does for an ordinary one.
      *-----------------------------------------------------------------
       0100-RESERVE-LINE.
           MOVE WS-SP-T-CODART(WS-SP-IDX) TO WS-RS-CODART
           MOVE WS-SP-T-CANT(WS-SP-IDX) TO WS-V-RS-CANT
           PERFORM 0100-NEXT-SEQ
           OPEN I-O RESERVAS
           MOVE SPACES TO RSV-REG
           MOVE WS-RS-CODART TO RSV-CODART
           MOVE WS-RS-SEQ TO RSV-SEQ
           MOVE WS-SP-HOY TO RSV-FECHA
           MOVE WS-SP-CLIENTE TO RSV-CLIENTE
           MOVE WS-OPERATOR-ID TO RSV-OPERADOR
           STRING 'SEPARE ' WS-SP-NUM-ED
           DELIMITED BY SIZE INTO RSV-REF
           MOVE WS-V-RS-CANT TO RSV-CANT
           SET RSV-EST-ACTIVA TO TRUE
           SET RSV-TIPO-SEPARE TO TRUE
           WRITE RSV-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE RESERVAS
           MOVE WS-RS-SEQ TO WS-SP-T-RSVSEQ(WS-SP-IDX)
           OPEN I-O INVENTARIO
           MOVE WS-RS-CODART TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CANT-COMP TO WS-V-CANT-COMP
                 COMPUTE WS-V-CANT-COMP =
                    WS-V-CANT-COMP + WS-V-RS-CANT
                 MOVE WS-V-CANT-COMP TO CANT-COMP
                 REWRITE INVENT-REG
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-NEXT-SEQ : Next free reservation sequence of the
      *    article.
      *-----------------------------------------------------------------
       0100-NEXT-SEQ.
           MOVE 0 TO WS-RS-SEQ
           OPEN INPUT RESERVAS
           IF WS-RSV-STATUS = '00' OR WS-RSV-STATUS = '05' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ RESERVAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF RSV-CODART = WS-RS-CODART
                       AND RSV-SEQ > WS-RS-SEQ THEN
                          MOVE RSV-SEQ TO WS-RS-SEQ
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RESERVAS
           ADD 1 TO WS-RS-SEQ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-SEPARE : Header (line 000) and lines of the new
      *    layaway.
      *-----------------------------------------------------------------
       0100-WRITE-SEPARE.
           OPEN I-O SEPARES
           MOVE SPACES TO SEP-REG
           MOVE WS-SP-NUM TO SEP-NUM
           MOVE 0 TO SEP-LIN
           MOVE WS-SP-HOY TO SEP-FECHA
           MOVE WS-SP-CLIENTE TO SEP-CLIENTE
           MOVE WS-OPERATOR-ID TO SEP-OPERADOR
           SET SEP-EST-ABIERTO TO TRUE
           MOVE WS-SP-HOY TO SEP-FESTADO
           MOVE WS-V-SP-TOTAL TO SEP-TOTAL
           MOVE 0 TO SEP-ABONADO SEP-MULTA SEP-FACTURA
           MOVE 0 TO SEP-CANT SEP-VRUNIT SEP-LINTOT SEP-COSTO
                     SEP-RSVSEQ
           WRITE SEP-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-LCNT
              MOVE WS-SP-IDX TO SEP-LIN
              MOVE WS-SP-T-CODART(WS-SP-IDX) TO SEP-CODART
              MOVE WS-SP-T-DESCART(WS-SP-IDX) TO SEP-DESCART
              MOVE WS-SP-T-CANT(WS-SP-IDX) TO SEP-CANT
              MOVE WS-SP-T-VRUNIT(WS-SP-IDX) TO SEP-VRUNIT
              MOVE WS-SP-T-LINTOT(WS-SP-IDX) TO SEP-LINTOT
              MOVE WS-SP-T-TAXCLASS(WS-SP-IDX) TO SEP-TAXCLASS
              MOVE WS-SP-T-COSTO(WS-SP-IDX) TO SEP-COSTO
              MOVE WS-SP-T-RSVSEQ(WS-SP-IDX) TO SEP-RSVSEQ
              WRITE SEP-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-PERFORM
           CLOSE SEPARES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-SEPARE : Reads layaway WS-SP-NUM into the work
      *    table; WS-SP-FOUND is zero when it does not exist.
      *-----------------------------------------------------------------
       0100-LOAD-SEPARE.
           SET WS-SP-FOUND TO 0
           MOVE 0 TO WS-SP-LCNT
           MOVE WS-SP-NUM TO WS-SP-NUM-ED
           OPEN INPUT SEPARES
           IF WS-SEP-STATUS = '00' THEN
              MOVE WS-SP-NUM TO SEP-NUM
              MOVE 0 TO SEP-LIN
              READ SEPARES
                 KEY IS SEP-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-SP-FOUND TO 1
                    MOVE SEP-CLIENTE TO WS-SP-CLIENTE
                    MOVE SEP-TOTAL TO WS-V-SP-TOTAL
                    MOVE SEP-ABONADO TO WS-V-SP-ABONADO
                    COMPUTE WS-V-SP-SALDO = SEP-TOTAL - SEP-ABONADO
              END-READ
              IF WS-SP-FOUND = 1 THEN
                 PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                         UNTIL WS-SP-IDX > 50
                    MOVE WS-SP-NUM TO SEP-NUM
                    MOVE WS-SP-IDX TO SEP-LIN
                    READ SEPARES
                       KEY IS SEP-CLAVE
                       INVALID KEY
                          MOVE 51 TO WS-SP-IDX
                       NOT INVALID KEY
                          ADD 1 TO WS-SP-LCNT
                          MOVE SEP-CODART TO WS-SP-T-CODART(WS-SP-LCNT)
                          MOVE SEP-DESCART
                             TO WS-SP-T-DESCART(WS-SP-LCNT)
                          MOVE SEP-CANT TO WS-SP-T-CANT(WS-SP-LCNT)
                          MOVE SEP-VRUNIT TO WS-SP-T-VRUNIT(WS-SP-LCNT)
                          MOVE SEP-LINTOT TO WS-SP-T-LINTOT(WS-SP-LCNT)
                          MOVE SEP-RSVSEQ TO WS-SP-T-RSVSEQ(WS-SP-LCNT)
                    END-READ
                 END-PERFORM
                 MOVE WS-SP-NUM TO SEP-NUM
                 MOVE 0 TO SEP-LIN
                 READ SEPARES
                    KEY IS SEP-CLAVE
                    INVALID KEY
                       SET WS-SP-FOUND TO 0
                 END-READ
              END-IF
           END-IF
           CLOSE SEPARES
           IF WS-SP-FOUND = 1 THEN
              PERFORM 0100-GET-CLIENTE
              SET WS-SP-FOUND TO 1
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASK-SEPARE : Asks for a layaway number and loads it,
      *    showing its customer and balance.
      *-----------------------------------------------------------------
       0100-ASK-SEPARE.
           DISPLAY WS-MSG-SPNU LINE 06 COL 01
           MOVE 0 TO WS-SP-NUM
           ACCEPT WS-SP-NUM LINE 06 COL 30
           PERFORM 0100-LOAD-SEPARE
           IF WS-SP-FOUND = 1 THEN
              DISPLAY WS-SP-CLIENTE LINE 07 COL 01
              DISPLAY WS-SP-NOMBRE LINE 07 COL 12
              DISPLAY SEP-FECHA LINE 07 COL 45
              DISPLAY SEP-ESTADO LINE 07 COL 56
              PERFORM 0100-SHOW-TOTALS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOW-TOTALS : Total, deposits and balance on line 08.
      *-----------------------------------------------------------------
       0100-SHOW-TOTALS.
           DISPLAY WS-LB-SPTOT LINE 08 COL 01
           MOVE WS-V-SP-TOTAL TO WS-SP-VAL-ED
           DISPLAY WS-SP-VAL-ED LINE 08 COL 08
           MOVE WS-V-SP-ABONADO TO WS-SP-VAL-ED
           DISPLAY WS-SP-VAL-ED LINE 08 COL 30
           MOVE WS-V-SP-SALDO TO WS-SP-VAL-ED
           DISPLAY WS-SP-VAL-ED LINE 08 COL 46
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ABONO : A deposit on an open layaway.
      *-----------------------------------------------------------------
       0100-ABONO.
           PERFORM 0100-ASK-SEPARE
           IF WS-SP-FOUND = 0 THEN
              DISPLAY WS-MSG-SPNX LINE 22 COL 01
              GO TO 0100-ABONO-FIN
           END-IF
           PERFORM 0100-TAKE-ABONO THRU 0100-TAKE-ABONO-FIN.
       0100-ABONO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-TAKE-ABONO : Takes one deposit on layaway WS-SP-NUM
      *    with a method of MEDIOSPG, up to the balance still owed.
      *    The deposit is a customer payment: PAGOS.DAT under the open
      *    drawer of the operator, and a credit on CLI-SALDO that the
      *    invoice absorbs when the layaway is delivered.
      *-----------------------------------------------------------------
       0100-TAKE-ABONO.
           PERFORM 0100-LOAD-SEPARE
           IF NOT SEP-EST-ABIERTO THEN
              DISPLAY WS-MSG-SPNO LINE 22 COL 01
              GO TO 0100-TAKE-ABONO-FIN
           END-IF
           PERFORM 0100-SHOW-TOTALS
           IF WS-V-SP-SALDO = 0 THEN
              DISPLAY WS-MSG-SPPG LINE 22 COL 01
              GO TO 0100-TAKE-ABONO-FIN
           END-IF
           PERFORM 0100-GET-METODO
           IF WS-SP-MPG-OK = 0 THEN
              DISPLAY WS-MSG-SPMI LINE 22 COL 01
              GO TO 0100-TAKE-ABONO-FIN
           END-IF
           DISPLAY WS-MSG-SPVL LINE 19 COL 01
           MOVE SPACES TO WS-SP-VAL-IN
           ACCEPT WS-SP-VAL-IN LINE 19 COL 45
           IF WS-SP-VAL-IN = SPACES
           OR FUNCTION TEST-NUMVAL(WS-SP-VAL-IN) NOT = 0 THEN
              DISPLAY WS-MSG-SPVI LINE 22 COL 01
              GO TO 0100-TAKE-ABONO-FIN
           END-IF
           COMPUTE WS-V-SP-ABONO = FUNCTION NUMVAL(WS-SP-VAL-IN)
           IF WS-V-SP-ABONO = 0 OR WS-V-SP-ABONO > WS-V-SP-SALDO THEN
              DISPLAY WS-MSG-SPVI LINE 22 COL 01
              GO TO 0100-TAKE-ABONO-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-TAKE-ABONO-FIN
           END-IF
           OPEN I-O SEPARES
           MOVE WS-SP-NUM TO SEP-NUM
           MOVE 0 TO SEP-LIN
           READ SEPARES
              KEY IS SEP-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD WS-V-SP-ABONO TO SEP-ABONADO
                 MOVE SEP-ABONADO TO WS-V-SP-ABONADO
                 COMPUTE WS-V-SP-SALDO = SEP-TOTAL - SEP-ABONADO
                 REWRITE SEP-REG
           END-READ
           CLOSE SEPARES
           OPEN I-O CLIENTES
           MOVE WS-SP-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SUBTRACT WS-V-SP-ABONO FROM CLI-SALDO
                 REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           PERFORM 0100-FIND-SESION
           OPEN EXTEND PAGOS
           MOVE WS-SP-HOY TO PAG-FECHA
           MOVE WS-SP-CLIENTE TO PAG-CLIENTE
           MOVE WS-V-SP-ABONO TO PAG-VALOR
           MOVE WS-SP-METODO TO PAG-METODO
           MOVE 0 TO PAG-FACTURA
           MOVE WS-OPERATOR-ID TO PAG-OPERADOR
           MOVE WS-SP-SESION TO PAG-SESION
           WRITE REG-PAGO
           CLOSE PAGOS
           SET WS-SP-ANULA TO 0
           PERFORM 0100-PRINT-RECIBO
           PERFORM 0100-SHOW-TOTALS
           DISPLAY WS-MSG-SPAB LINE 22 COL 01
           MOVE WS-V-SP-SALDO TO WS-SP-VAL-ED
           DISPLAY WS-SP-VAL-ED LINE 22 COL 60
           IF WS-V-SP-SALDO = 0 THEN
              DISPLAY WS-MSG-SPPG LINE 20 COL 01
           END-IF.
       0100-TAKE-ABONO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-METODO : Method of the deposit, validated against
      *    MEDIOSPG.DAT as CLIENTE01 does; blank is cash. Post-dated
      *    cheques belong in the cheque portfolio, not here.
      *-----------------------------------------------------------------
       0100-GET-METODO.
           DISPLAY WS-MSG-SPMT LINE 18 COL 01
           MOVE SPACES TO WS-SP-METODO
           ACCEPT WS-SP-METODO LINE 18 COL 45
           MOVE FUNCTION UPPER-CASE(WS-SP-METODO) TO WS-SP-METODO
           IF WS-SP-METODO = SPACES THEN
              MOVE WS-SP-EFECT TO WS-SP-METODO
           END-IF
           SET WS-SP-MPG-OK TO 0
           OPEN INPUT MEDIOSPG
           IF WS-MPG-STATUS NOT = '00' THEN
              SET WS-SP-MPG-OK TO 1
           ELSE
              MOVE WS-SP-METODO TO MPG-CODIGO
              READ MEDIOSPG
                 KEY IS MPG-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF MPG-ACTIVO THEN
                       SET WS-SP-MPG-OK TO 1
                    END-IF
              END-READ
           END-IF
           CLOSE MEDIOSPG
           IF WS-SP-METODO = WS-SP-CHEQPF THEN
              SET WS-SP-MPG-OK TO 0
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-SESION : The cash drawer the operator has open in
      *    CAJAS.DAT, left in CAJ-REG; WS-SP-SESION is zero when none.
      *-----------------------------------------------------------------
       0100-FIND-SESION.
           MOVE 0 TO WS-SP-SESION
           OPEN INPUT CAJAS
           IF WS-CAJ-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CAJAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CAJ-ABIERTA
                       AND CAJ-OPERADOR = WS-OPERATOR-ID THEN
                          MOVE CAJ-SESION TO WS-SP-SESION
                          SET WS-END-FILE TO 1
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CAJAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CONSULTA : Shows one layaway with its lines.
      *-----------------------------------------------------------------
       0100-CONSULTA.
           PERFORM 0100-ASK-SEPARE
           IF WS-SP-FOUND = 0 THEN
              DISPLAY WS-MSG-SPNX LINE 22 COL 01
              GO TO 0100-CONSULTA-FIN
           END-IF
           IF SEP-EST-FACTURADO THEN
              DISPLAY 'FACTURA' LINE 07 COL 60
              DISPLAY SEP-FACTURA LINE 07 COL 68
           END-IF
           DISPLAY WS-LB-SPLIN LINE 10 COL 01
           MOVE 11 TO WS-ROWCTRL
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-LCNT
              IF WS-ROWCTRL > 20 THEN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 MOVE 11 TO WS-ROWCTRL
              END-IF
              PERFORM 0100-SHOW-LINE
           END-PERFORM
           IF SEP-EST-ABIERTO AND WS-V-SP-SALDO = 0 THEN
              DISPLAY WS-MSG-SPPG LINE 22 COL 01
           END-IF.
       0100-CONSULTA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ANULA : Cancels an open layaway. The reserved stock is
      *    released and the deposits are refunded less the fee of
      *    PAR-SEPMULTA percent; fee and refund are booked as settled
      *    charge items so CLI-SALDO and the ledger replay agree, and
      *    a refund paid from the operator's open drawer is taken out
      *    of it as a paid-out.
      *-----------------------------------------------------------------
       0100-ANULA.
           PERFORM 0100-ASK-SEPARE
           IF WS-SP-FOUND = 0 THEN
              DISPLAY WS-MSG-SPNX LINE 22 COL 01
              GO TO 0100-ANULA-FIN
           END-IF
           IF NOT SEP-EST-ABIERTO THEN
              DISPLAY WS-MSG-SPNO LINE 22 COL 01
              GO TO 0100-ANULA-FIN
           END-IF
           COMPUTE WS-V-SP-MULTA ROUNDED =
                   WS-V-SP-ABONADO * WS-PAR-SEPMULTA / 100
           COMPUTE WS-V-SP-REEMB = WS-V-SP-ABONADO - WS-V-SP-MULTA
           DISPLAY WS-LB-SPMUL LINE 09 COL 01
           MOVE WS-V-SP-MULTA TO WS-SP-VAL-ED
           DISPLAY WS-SP-VAL-ED LINE 09 COL 08
           MOVE WS-V-SP-REEMB TO WS-SP-VAL-ED
           DISPLAY WS-SP-VAL-ED LINE 09 COL 32
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-ANULA-FIN
           END-IF
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-LCNT
              PERFORM 0100-RELEASE-LINE
           END-PERFORM
           OPEN I-O SEPARES
           MOVE WS-SP-NUM TO SEP-NUM
           MOVE 0 TO SEP-LIN
           READ SEPARES
              KEY IS SEP-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET SEP-EST-ANULADO TO TRUE
                 MOVE WS-SP-HOY TO SEP-FESTADO
                 MOVE WS-V-SP-MULTA TO SEP-MULTA
                 REWRITE SEP-REG
           END-READ
           CLOSE SEPARES
           IF WS-V-SP-ABONADO > 0 THEN
              OPEN I-O CLIENTES
              MOVE WS-SP-CLIENTE TO CLI-ID
              READ CLIENTES
                 KEY IS CLI-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD WS-V-SP-ABONADO TO CLI-SALDO
                    REWRITE REG-CLIENTE
              END-READ
              CLOSE CLIENTES
           END-IF
           IF WS-V-SP-MULTA > 0 THEN
              MOVE WS-V-SP-MULTA TO WS-SP-CGO-VALOR
              PERFORM 0100-WRITE-CARGO
           END-IF
           IF WS-V-SP-REEMB > 0 THEN
              MOVE WS-V-SP-REEMB TO WS-SP-CGO-VALOR
              PERFORM 0100-WRITE-CARGO
              PERFORM 0100-REFUND-CAJA
           END-IF
           PERFORM 0100-SAVE-PARAMS
           SET WS-SP-ANULA TO 1
           MOVE 0 TO WS-V-SP-ABONO
           PERFORM 0100-PRINT-RECIBO
           DISPLAY WS-MSG-SPAN LINE 22 COL 01
           MOVE WS-V-SP-REEMB TO WS-SP-VAL-ED
           DISPLAY WS-SP-VAL-ED LINE 22 COL 66.
       0100-ANULA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RELEASE-LINE : Frees the reservation of line
      *    WS-SP-IDX, lowering CANT-COMP, with the kardex trace.
      *-----------------------------------------------------------------
       0100-RELEASE-LINE.
           MOVE WS-SP-T-CODART(WS-SP-IDX) TO WS-RS-CODART
           MOVE WS-SP-T-RSVSEQ(WS-SP-IDX) TO WS-RS-SEQ
           SET WS-SP-FOUND TO 0
           OPEN I-O RESERVAS
           MOVE WS-RS-CODART TO RSV-CODART
           MOVE WS-RS-SEQ TO RSV-SEQ
           READ RESERVAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RSV-EST-ACTIVA THEN
                    SET WS-SP-FOUND TO 1
                    MOVE RSV-CANT TO WS-V-RS-CANT
                    SET RSV-EST-LIBERADA TO TRUE
                    REWRITE RSV-REG
                 END-IF
           END-READ
           CLOSE RESERVAS
           IF WS-SP-FOUND = 1 THEN
              OPEN I-O INVENTARIO
              MOVE WS-RS-CODART TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CANT-COMP TO WS-V-CANT-COMP
                    IF WS-V-CANT-COMP > WS-V-RS-CANT THEN
                       SUBTRACT WS-V-RS-CANT FROM WS-V-CANT-COMP
                    ELSE
                       MOVE 0 TO WS-V-CANT-COMP
                    END-IF
                    MOVE WS-V-CANT-COMP TO CANT-COMP
                    REWRITE INVENT-REG
              END-READ
              CLOSE INVENTARIO
              MOVE WS-RS-CODART TO WS-CODART
              MOVE 'RESERV-LIB' TO WS-MOV-TIPO
              MOVE 0 TO WS-MOV-CANT
              MOVE '1' TO WS-MOV-ALM
              MOVE WS-V-RS-CANT TO WS-MOV-SALDO
              MOVE SPACES TO WS-MOV-REF
              STRING 'ANULA SEPARE ' WS-SP-NUM-ED
              DELIMITED BY SIZE INTO WS-MOV-REF
              PERFORM 0100-WRITE-MOV-REC
           END-IF
           SET WS-SP-FOUND TO 1
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-CARGO : One settled charge item of CARTERA.DAT
      *    for WS-SP-CGO-VALOR, numbered from PAR-NEXTCGO.
      *-----------------------------------------------------------------
       0100-WRITE-CARGO.
           OPEN I-O CARTERA
           MOVE SPACES TO CXC-REG
           MOVE WS-SP-CLIENTE TO CXC-CLIENTE
           SET CXC-TIPO-CARGO TO TRUE
           MOVE WS-PAR-NEXTCGO TO CXC-NUM
           MOVE WS-SP-HOY TO CXC-FECHA
           MOVE WS-SP-HOY TO CXC-FVENCE
           MOVE WS-SP-CGO-VALOR TO CXC-VALOR
           MOVE WS-SP-CGO-VALOR TO CXC-ABONADO
           SET CXC-EST-SALDADA TO TRUE
           WRITE CXC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE CARTERA
           ADD 1 TO WS-PAR-NEXTCGO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REFUND-CAJA : The refund leaves the operator's open
      *    drawer as a paid-out, so its close still balances.
      *-----------------------------------------------------------------
       0100-REFUND-CAJA.
           PERFORM 0100-FIND-SESION
           IF WS-SP-SESION = 0 THEN
              GO TO 0100-REFUND-CAJA-FIN
           END-IF
           OPEN I-O CAJAS
           MOVE WS-SP-SESION TO CAJ-SESION
           READ CAJAS
              KEY IS CAJ-SESION
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD WS-V-SP-REEMB TO CAJ-RETIROS
                 REWRITE CAJ-REG
           END-READ
           CLOSE CAJAS
           OPEN EXTEND CAJAMOV
           MOVE WS-SP-SESION TO CJM-SESION
           MOVE WS-SP-HOY TO CJM-FECHA
           MOVE WS-SP-HORA TO CJM-HORA
           SET CJM-RETIRO TO TRUE
           MOVE WS-SP-EFECT TO CJM-METODO
           MOVE 0 TO CJM-DENOM
           MOVE 0 TO CJM-CANT
           MOVE WS-V-SP-REEMB TO CJM-VALOR
           MOVE SPACES TO CJM-CONCEPTO
           STRING 'REEMBOLSO SEPARE ' WS-SP-NUM-ED
           DELIMITED BY SIZE INTO CJM-CONCEPTO
           MOVE WS-OPERATOR-ID TO CJM-OPERADOR
           WRITE CJM-REG
           CLOSE CAJAMOV.
       0100-REFUND-CAJA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-RECIBO : Receipt of a deposit (WS-SP-ANULA = 0)
      *    or of a cancellation (1) under the company heading.
      *-----------------------------------------------------------------
       0100-PRINT-RECIBO.
           OPEN OUTPUT SEPPRN
           IF WS-EMP-FOUND = 1 THEN
              MOVE EMP-RSOCIAL TO SEPPRN-RECORD
              WRITE SEPPRN-RECORD
              MOVE SPACES TO SEPPRN-RECORD
              STRING EMP-DIR1 ' TEL ' EMP-TEL1
              DELIMITED BY SIZE INTO SEPPRN-RECORD
              WRITE SEPPRN-RECORD
           END-IF
           MOVE SPACES TO SEPPRN-RECORD
           IF WS-SP-ANULA = 1 THEN
              STRING 'ANULACION PLAN SEPARE No. ' WS-SP-NUM-ED
                     '   FECHA: ' WS-SP-HOY
              DELIMITED BY SIZE INTO SEPPRN-RECORD
           ELSE
              STRING 'RECIBO DE ABONO PLAN SEPARE No. ' WS-SP-NUM-ED
                     '   FECHA: ' WS-SP-HOY
              DELIMITED BY SIZE INTO SEPPRN-RECORD
           END-IF
           WRITE SEPPRN-RECORD
           MOVE SPACES TO SEPPRN-RECORD
           STRING 'CLIENTE: ' WS-SP-NOMBRE ' (' WS-SP-CLIENTE ')'
           DELIMITED BY SIZE INTO SEPPRN-RECORD
           WRITE SEPPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO SEPPRN-RECORD
           WRITE SEPPRN-RECORD
           MOVE WS-LB-SPLIN TO SEPPRN-RECORD
           WRITE SEPPRN-RECORD
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-LCNT
              MOVE SPACES TO SEPPRN-RECORD
              MOVE WS-SP-T-CODART(WS-SP-IDX) TO SEPPRN-RECORD(2:10)
              MOVE WS-SP-T-DESCART(WS-SP-IDX) TO SEPPRN-RECORD(13:35)
              MOVE WS-SP-T-CANT(WS-SP-IDX) TO WS-SP-QTY
              MOVE WS-SP-QTY TO SEPPRN-RECORD(50:8)
              MOVE WS-SP-T-VRUNIT(WS-SP-IDX) TO WS-SP-PRICE
              MOVE WS-SP-PRICE TO SEPPRN-RECORD(60:8)
              MOVE WS-SP-T-LINTOT(WS-SP-IDX) TO WS-SP-VAL-ED
              MOVE WS-SP-VAL-ED TO SEPPRN-RECORD(69:10)
              WRITE SEPPRN-RECORD
           END-PERFORM
           MOVE WS-HYPHNS(1:80) TO SEPPRN-RECORD
           WRITE SEPPRN-RECORD
           MOVE WS-V-SP-TOTAL TO WS-SP-VAL-ED
           MOVE SPACES TO SEPPRN-RECORD
           STRING 'TOTAL DEL PLAN SEPARE......: ' WS-SP-VAL-ED
           DELIMITED BY SIZE INTO SEPPRN-RECORD
           WRITE SEPPRN-RECORD
           IF WS-SP-ANULA = 0 THEN
              MOVE WS-V-SP-ABONO TO WS-SP-VAL-ED
              MOVE SPACES TO SEPPRN-RECORD
              STRING 'ABONO RECIBIDO HOY.........: ' WS-SP-VAL-ED
                     '  ' WS-SP-METODO
              DELIMITED BY SIZE INTO SEPPRN-RECORD
              WRITE SEPPRN-RECORD
           END-IF
           MOVE WS-V-SP-ABONADO TO WS-SP-VAL-ED
           MOVE SPACES TO SEPPRN-RECORD
           STRING 'TOTAL ABONADO..............: ' WS-SP-VAL-ED
           DELIMITED BY SIZE INTO SEPPRN-RECORD
           WRITE SEPPRN-RECORD
           IF WS-SP-ANULA = 1 THEN
              MOVE WS-V-SP-MULTA TO WS-SP-VAL-ED
              MOVE SPACES TO SEPPRN-RECORD
              STRING 'MULTA POR ANULACION........: ' WS-SP-VAL-ED
              DELIMITED BY SIZE INTO SEPPRN-RECORD
              WRITE SEPPRN-RECORD
              MOVE WS-V-SP-REEMB TO WS-SP-VAL-ED
              MOVE SPACES TO SEPPRN-RECORD
              STRING 'VALOR A REEMBOLSAR.........: ' WS-SP-VAL-ED
              DELIMITED BY SIZE INTO SEPPRN-RECORD
              WRITE SEPPRN-RECORD
           ELSE
              MOVE WS-V-SP-SALDO TO WS-SP-VAL-ED
              MOVE SPACES TO SEPPRN-RECORD
              STRING 'SALDO PENDIENTE............: ' WS-SP-VAL-ED
              DELIMITED BY SIZE INTO SEPPRN-RECORD
              WRITE SEPPRN-RECORD
              IF WS-V-SP-SALDO = 0 THEN
                 MOVE 'PLAN PAGADO: SE ENTREGA CON SU FACTURA.'
                   TO SEPPRN-RECORD
                 WRITE SEPPRN-RECORD
              END-IF
           END-IF
           MOVE SPACES TO SEPPRN-RECORD
           STRING 'ATENDIDO POR: ' WS-OPERATOR-ID
           DELIMITED BY SIZE INTO SEPPRN-RECORD
           WRITE SEPPRN-RECORD
           CLOSE SEPPRN
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "MOVIM.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM SEPARE01.
