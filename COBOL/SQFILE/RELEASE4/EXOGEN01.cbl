      ******************************************************************
      * Program      : EXOGEN01.cbl                                    *
      * Purpose      : Yearly third-party information report for the   *
      *                tax authority (medios magneticos). Totals, per  *
      *                customer and per vendor, the year's sales net   *
      *                of credit notes (FACTURAS, NOTASCR), purchases  *
      *                billed (FACPROV), payments received (PAGOS) and *
      *                made (FACPROV), withholdings (RETMOV) and the   *
      *                balance owed at 31 December; pulls name,        *
      *                address and tax ID from CLIENTES.DAT and        *
      *                PROVEEDORES.DAT and the company from            *
      *                EMPRESA.DAT, and writes the fixed-format file   *
      *                EXOGENA_AAAA.TXT. Third parties with missing    *
      *                data or a wrong check digit are left out of the *
      *                file and listed as exceptions, on screen and as *
      *                a CSV registered in INFORMES.LOG.               *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Reads only the period, on the   *
      *                                FAC-FECHA alternate key.        *
      * 15-oct-2026    R. Urquijo      The lines of a voided invoice   *
      *                                are skipped by its own number   *
      *                                (ANUCHK) and not by the last    *
      *                                header read: on the date key    *
      *                                the records of invoices of one  *
      *                                day may come interleaved. The   *
      *                                customer is taken from the line *
      *                                itself.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXOGEN01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "NCRSEL.cpy".
       copy "PAGSEL.cpy".
       copy "CXCSEL.cpy".
       copy "CLISEL.cpy".
       copy "PRVSEL.cpy".
       copy "FPRSEL.cpy".
      *
       copy "RTMSEL.cpy".
      *
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT EXOGENA ASSIGN TO WS-EX-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXO-STATUS.
      *
           SELECT EXOSRT ASSIGN TO "EXOSRT.TMP".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "NCRFD.cpy".
      *
       copy "PAGFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "FPRFD.cpy".
      *
       copy "RTMFD.cpy".
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
      *    ONE 'T' RECORD PER THIRD PARTY (TYPE C = CUSTOMER, P =
      *    VENDOR). THE FILE OPENS WITH THE 'E' RECORD OF THE COMPANY
      *    AND CLOSES WITH THE 'Z' RECORD: THE COUNT OF 'T' RECORDS IN
      *    EXO-TERCERO AND THE TOTAL OF EVERY COLUMN.
       FD EXOGENA.
       01 EXO-REG.
           02 EXO-TIPO              PIC X(01).
           02 EXO-TERC-TIPO         PIC X(01).
           02 EXO-TERCERO           PIC X(10).
           02 EXO-NIT               PIC X(10).
           02 EXO-NITDV             PIC X(01).
           02 EXO-NOMBRE            PIC X(30).
           02 EXO-DIR               PIC X(30).
           02 EXO-VENTAS            PIC S9(11)V99.
           02 EXO-RECIBIDO          PIC S9(11)V99.
           02 EXO-COMPRAS           PIC S9(11)V99.
           02 EXO-PAGADO            PIC S9(11)V99.
           02 EXO-RETENIDO          PIC S9(11)V99.
           02 EXO-SALDO             PIC S9(11)V99.
       01 EXO-REG-EMPRESA REDEFINES EXO-REG.
           02 EXO-E-TIPO            PIC X(01).
           02 EXO-E-ANO             PIC X(04).
           02 EXO-E-TIP-ID          PIC X(20).
           02 EXO-E-ID              PIC X(20).
           02 EXO-E-RSOCIAL         PIC X(30).
           02 EXO-E-FILLER          PIC X(85).
      *
       SD EXOSRT.
       01 EXOSRT-REC.
           02 XO-TERC-TIPO          PIC X(01).
           02 XO-TERCERO            PIC X(10).
      *        V = SALES, R = RECEIVED, C = PURCHASES, G = PAID,
      *        W = WITHHELD, S = BALANCE AT 31 DECEMBER.
           02 XO-CONCEPTO           PIC X(01).
           02 XO-VALOR              PIC S9(11)V99.
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ANUWS.cpy".
      *
       copy "RETWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-NCR-STATUS      PIC XX.
           77 WS-PAG-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-FPR-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-EXO-STATUS      PIC XX.
           77 WS-EX-FNAME        PIC X(30).
           77 WS-EX-ANO          PIC X(04).
           77 WS-EX-ANO-N        PIC 9(04).
           77 WS-EX-CIERRE       PIC X(08).
           77 WS-EX-CXC-OK       PIC 9 VALUE 0.
           77 WS-EX-FFAC         PIC X(08).
           77 WS-EX-FIRST        PIC 9 VALUE 1.
           77 WS-EX-CSV          PIC 9 VALUE 0.
           77 WS-EX-PREV-TIPO    PIC X(01).
           77 WS-EX-PREV-TERC    PIC X(10).
           77 WS-EX-FOUND        PIC 9 VALUE 0.
           77 WS-EX-NOMBRE       PIC X(30).
           77 WS-EX-DIR          PIC X(30).
           77 WS-EX-NIT          PIC X(10).
           77 WS-EX-NITDV        PIC X(01).
           77 WS-EX-MOTIVO       PIC X(30).
           77 WS-EX-REGS         PIC 9(06) VALUE 0.
           77 WS-EX-EXCS         PIC 9(06) VALUE 0.
           77 WS-EX-REGS-ED      PIC ZZZZZ9.
           77 WS-EX-EXCS-ED      PIC ZZZZZ9.
           77 WS-V-EX-LIN        PIC 9(9)V99.
           77 WS-V-EX-NETO       PIC S9(11)V99.
           77 WS-V-EX-VENTAS     PIC S9(11)V99 VALUE 0.
           77 WS-V-EX-RECIBIDO   PIC S9(11)V99 VALUE 0.
           77 WS-V-EX-COMPRAS    PIC S9(11)V99 VALUE 0.
           77 WS-V-EX-PAGADO     PIC S9(11)V99 VALUE 0.
           77 WS-V-EX-RETENIDO   PIC S9(11)V99 VALUE 0.
           77 WS-V-EX-SALDO      PIC S9(11)V99 VALUE 0.
           77 WS-V-EX-T-VENTAS   PIC S9(13)V99 VALUE 0.
           77 WS-V-EX-T-RECIB    PIC S9(13)V99 VALUE 0.
           77 WS-V-EX-T-COMPRAS  PIC S9(13)V99 VALUE 0.
           77 WS-V-EX-T-PAGADO   PIC S9(13)V99 VALUE 0.
           77 WS-V-EX-T-RETEN    PIC S9(13)V99 VALUE 0.
           77 WS-V-EX-T-SALDO    PIC S9(13)V99 VALUE 0.
           77 WS-EX-VAL-ED       PIC -ZZZZZZZZZZ9.99.
      *
      *    TAX ID CHECK DIGIT: EACH DIGIT, FROM THE RIGHT, IS WEIGHTED
      *    BY THESE PRIMES; THE SUM MODULO 11 GIVES THE DIGIT (11 LESS
      *    THE REMAINDER WHEN THE REMAINDER IS OVER 1).
       01 WS-EX-PESOS-V          PIC X(30) VALUE
              '030713171923293741434753596771'.
       01 WS-EX-PESOS REDEFINES WS-EX-PESOS-V.
           02 WS-EX-PESO         PIC 9(02) OCCURS 15 TIMES.
           77 WS-EX-LEN          PIC 9(02) VALUE 0.
           77 WS-EX-IX           PIC 9(02) VALUE 0.
           77 WS-EX-POS          PIC 9(02) VALUE 0.
           77 WS-EX-DIG          PIC 9(01) VALUE 0.
           77 WS-EX-SUMA         PIC 9(05) VALUE 0.
           77 WS-EX-COC          PIC 9(05) VALUE 0.
           77 WS-EX-RES          PIC 9(02) VALUE 0.
           77 WS-EX-DV-CALC      PIC 9(01) VALUE 0.
      *
           77 WS-ST-EX     PIC X(25) VALUE 'INFORMACION DE TERCEROS  '.
           77 WS-MSG-EXAN PIC X(80) VALUE ' Ano a reportar (AAAA, va'-
       'cio = ano anterior):                                   '.
           77 WS-MSG-EXAX PIC X(80) VALUE ' Ano invalido. Use AAAA. '-
       '                                                       '.
           77 WS-MSG-EXNV PIC X(80) VALUE ' No hay movimientos de te'-
       'rceros en ese ano.                                     '.
           77 WS-MSG-EXOK PIC X(80) VALUE ' Archivo de informacion d'-
       'e terceros generado:                                   '.
           77 WS-MSG-EXEX PIC X(80) VALUE ' Terceros con datos incom'-
       'pletos en CSV registrado en INFORMES.LOG.              '.
           77 WS-LB-EXLIS  PIC X(78) VALUE
              'EXCEPCIONES: T TERCERO    NOMBRE
      -       '   MOTIVO'.
           77 WS-LB-EXREG  PIC X(20) VALUE 'Registros generados:'.
           77 WS-LB-EXEXC  PIC X(20) VALUE 'Excepciones........:'.
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
              WS-ST-EX          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-EXAN LINE 06 COL 01
           MOVE SPACES TO WS-EX-ANO
           ACCEPT WS-EX-ANO LINE 06 COL 50
           IF WS-EX-ANO = SPACES OR WS-EX-ANO = LOW-VALUE THEN
              MOVE WS-DATETIME(1:4) TO WS-EX-ANO-N
              SUBTRACT 1 FROM WS-EX-ANO-N
              MOVE WS-EX-ANO-N TO WS-EX-ANO
              DISPLAY WS-EX-ANO LINE 06 COL 50
           END-IF
           IF WS-EX-ANO IS NOT NUMERIC THEN
              DISPLAY WS-MSG-EXAX LINE 22 COL 01
           ELSE
              MOVE SPACES TO WS-EX-CIERRE
              STRING WS-EX-ANO '1231' DELIMITED BY SIZE
              INTO WS-EX-CIERRE
              MOVE SPACES TO WS-EX-FNAME
              STRING 'EXOGENA_' WS-EX-ANO '.TXT'
              INTO WS-EX-FNAME
              SORT EXOSRT
                 ON ASCENDING KEY XO-TERC-TIPO XO-TERCERO
                 INPUT PROCEDURE IS 0100-EX-FEED
                 OUTPUT PROCEDURE IS 0100-EX-LIST
              PERFORM 0100-EX-SHOW-CONTROL
           END-IF
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FEED : Feeds the sort with one record per amount of
      *    a third party, from every file that makes up its year.
      *-----------------------------------------------------------------
       0100-EX-FEED.
           SET WS-EX-CXC-OK TO 0
           OPEN INPUT CARTERA
           IF WS-CXC-STATUS = '00' THEN
              SET WS-EX-CXC-OK TO 1
              PERFORM 0100-EX-FEED-CXC
           END-IF
           PERFORM 0100-EX-FEED-FAC
           PERFORM 0100-EX-FEED-NCR
           PERFORM 0100-EX-FEED-PAG
           CLOSE CARTERA
           PERFORM 0100-EX-FEED-FPR
           PERFORM 0100-EX-FEED-RTM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FEED-CXC : What is still open today of every customer
      *    document dated up to 31 December. What was applied to those
      *    documents after that day is added back by the payment and
      *    credit-note feeds, to leave the balance at year end. Read
      *    on the CXC-FECHA key, it stops at the first later document.
      *-----------------------------------------------------------------
       0100-EX-FEED-CXC.
           SET WS-END-FILE TO 0
           MOVE LOW-VALUES TO CXC-FECHA
           START CARTERA KEY IS NOT LESS THAN CXC-FECHA
              INVALID KEY
                 SET WS-END-FILE TO 1
           END-START
           PERFORM UNTIL WS-END-FILE = 1
              READ CARTERA NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF CXC-FECHA > WS-EX-CIERRE THEN
                       SET WS-END-FILE TO 1
                    END-IF
                    IF CXC-FECHA NOT > WS-EX-CIERRE
                    AND CXC-EST-ABIERTA THEN
                       MOVE 'C' TO XO-TERC-TIPO
                       MOVE CXC-CLIENTE TO XO-TERCERO
                       MOVE 'S' TO XO-CONCEPTO
                       COMPUTE XO-VALOR = CXC-VALOR - CXC-ABONADO
                       IF CXC-TIPO-NOTACRED THEN
                          COMPUTE XO-VALOR = 0 - XO-VALOR
                       END-IF
                       PERFORM 0100-EX-RELEASE
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FEED-FAC : The year's invoice lines, skipping voided
      *    invoices, as sales of the customer of the header. Only the
      *    year is read, through the FAC-FECHA key.
      *-----------------------------------------------------------------
       0100-EX-FEED-FAC.
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '35' THEN
              CLOSE FACTURAS
           ELSE
              SET WS-END-FILE TO 0
              PERFORM 0100-ANU-INICIO
              MOVE WS-EX-ANO TO FAC-FECHA(1:4)
              MOVE '0000' TO FAC-FECHA(5:4)
              START FACTURAS KEY IS NOT LESS THAN FAC-FECHA
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-FECHA(1:4) > WS-EX-ANO THEN
                          SET WS-END-FILE TO 1
                       END-IF
                       PERFORM 0100-ANU-REGISTRO
                       IF FAC-LIN NOT = 0
                       AND WS-ANU-ANULADA = 0
                       AND FAC-FECHA(1:4) = WS-EX-ANO THEN
                          MOVE FAC-TOTAL TO WS-V-EX-LIN
                          MOVE 'C' TO XO-TERC-TIPO
                          MOVE FAC-CLIENTE TO XO-TERCERO
                          MOVE 'V' TO XO-CONCEPTO
                          MOVE WS-V-EX-LIN TO XO-VALOR
                          PERFORM 0100-EX-RELEASE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FACTURAS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FEED-NCR : The year's credit notes lower the sales;
      *    a note made after year end over an invoice of the year or
      *    before is added back to the year-end balance.
      *-----------------------------------------------------------------
       0100-EX-FEED-NCR.
           OPEN INPUT NOTASCR
           IF WS-NCR-STATUS NOT = '00' AND WS-NCR-STATUS NOT = '05'
              CLOSE NOTASCR
              GO TO 0100-EX-FEED-NCR-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ NOTASCR NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF NCR-LIN NOT = 0 THEN
                       MOVE NCR-TOTAL TO WS-V-EX-LIN
                       MOVE 'C' TO XO-TERC-TIPO
                       MOVE NCR-CLIENTE TO XO-TERCERO
                       IF NCR-FECHA(1:4) = WS-EX-ANO THEN
                          MOVE 'V' TO XO-CONCEPTO
                          COMPUTE XO-VALOR = 0 - WS-V-EX-LIN
                          PERFORM 0100-EX-RELEASE
                       END-IF
                       IF NCR-FECHA > WS-EX-CIERRE THEN
                          MOVE NCR-FACREF TO CXC-NUM
                          PERFORM 0100-EX-FECHA-FACTURA
                          IF WS-EX-FFAC NOT = SPACES
                          AND WS-EX-FFAC NOT > WS-EX-CIERRE THEN
                             MOVE 'S' TO XO-CONCEPTO
                             MOVE WS-V-EX-LIN TO XO-VALOR
                             PERFORM 0100-EX-RELEASE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTASCR.
       0100-EX-FEED-NCR-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FEED-PAG : The year's payments received. Prompt-
      *    payment discounts (DTOPP) and withholdings (RETEN) are not
      *    money received and stay out. A payment made after year end
      *    over an invoice of the year or before is added back to the
      *    year-end balance.
      *-----------------------------------------------------------------
       0100-EX-FEED-PAG.
           OPEN INPUT PAGOS
           IF WS-PAG-STATUS NOT = '00' THEN
              CLOSE PAGOS
              GO TO 0100-EX-FEED-PAG-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PAGOS NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE 'C' TO XO-TERC-TIPO
                    MOVE PAG-CLIENTE TO XO-TERCERO
                    IF PAG-FECHA(1:4) = WS-EX-ANO
                    AND PAG-METODO NOT = 'DTOPP'
                    AND PAG-METODO NOT = 'RETEN' THEN
                       MOVE 'R' TO XO-CONCEPTO
                       MOVE PAG-VALOR TO XO-VALOR
                       PERFORM 0100-EX-RELEASE
                    END-IF
                    IF PAG-FECHA > WS-EX-CIERRE
                    AND PAG-FACTURA NUMERIC
                    AND PAG-FACTURA NOT = 0 THEN
                       MOVE PAG-FACTURA TO CXC-NUM
                       PERFORM 0100-EX-FECHA-FACTURA
                       IF WS-EX-FFAC NOT = SPACES
                       AND WS-EX-FFAC NOT > WS-EX-CIERRE THEN
                          MOVE 'S' TO XO-CONCEPTO
                          MOVE PAG-VALOR TO XO-VALOR
                          PERFORM 0100-EX-RELEASE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAGOS.
       0100-EX-FEED-PAG-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FECHA-FACTURA : Date of the invoice CXC-NUM of the
      *    customer in XO-TERCERO, spaces when it is not in CARTERA.
      *-----------------------------------------------------------------
       0100-EX-FECHA-FACTURA.
           MOVE SPACES TO WS-EX-FFAC
           IF WS-EX-CXC-OK = 1 THEN
              MOVE XO-TERCERO TO CXC-CLIENTE
              SET CXC-TIPO-FACTURA TO TRUE
              READ CARTERA
                 KEY IS CXC-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CXC-FECHA TO WS-EX-FFAC
              END-READ
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FEED-FPR : Vendor invoices. Billed in the year are
      *    the purchases; paid in the year, the payments made (net of
      *    withholdings); dated up to 31 December and not paid by then,
      *    the balance owed at year end.
      *-----------------------------------------------------------------
       0100-EX-FEED-FPR.
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS NOT = '00' THEN
              CLOSE FACPROV
              GO TO 0100-EX-FEED-FPR-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ FACPROV NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE FPR-VALOR TO WS-V-EX-NETO
                    IF FPR-RETENIDO NUMERIC THEN
                       SUBTRACT FPR-RETENIDO FROM WS-V-EX-NETO
                    END-IF
                    MOVE 'P' TO XO-TERC-TIPO
                    MOVE FPR-PROV TO XO-TERCERO
                    IF FPR-FECHA(1:4) = WS-EX-ANO THEN
                       MOVE 'C' TO XO-CONCEPTO
                       MOVE FPR-VALOR TO XO-VALOR
                       PERFORM 0100-EX-RELEASE
                    END-IF
                    IF FPR-EST-PAGADA
                    AND FPR-FPAGO(1:4) = WS-EX-ANO THEN
                       MOVE 'G' TO XO-CONCEPTO
                       MOVE WS-V-EX-NETO TO XO-VALOR
                       PERFORM 0100-EX-RELEASE
                    END-IF
                    IF FPR-FECHA NOT > WS-EX-CIERRE THEN
                       IF NOT FPR-EST-PAGADA
                       OR FPR-FPAGO > WS-EX-CIERRE THEN
                          MOVE 'S' TO XO-CONCEPTO
                          MOVE WS-V-EX-NETO TO XO-VALOR
                          PERFORM 0100-EX-RELEASE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FACPROV.
       0100-EX-FEED-FPR-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FEED-RTM : The year's withholdings: practiced on
      *    vendors and suffered from customers.
      *-----------------------------------------------------------------
       0100-EX-FEED-RTM.
           OPEN INPUT RETMOV
           IF WS-RTM-STATUS NOT = '00' THEN
              CLOSE RETMOV
              GO TO 0100-EX-FEED-RTM-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ RETMOV NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF RTM-FECHA(1:4) = WS-EX-ANO THEN
                       IF RTM-PRACTICADA THEN
                          MOVE 'P' TO XO-TERC-TIPO
                       ELSE
                          MOVE 'C' TO XO-TERC-TIPO
                       END-IF
                       MOVE RTM-TERCERO TO XO-TERCERO
                       MOVE 'W' TO XO-CONCEPTO
                       MOVE RTM-VALOR TO XO-VALOR
                       PERFORM 0100-EX-RELEASE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RETMOV.
       0100-EX-FEED-RTM-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-RELEASE : One amount into the sort.
      *-----------------------------------------------------------------
       0100-EX-RELEASE.
           IF XO-TERCERO NOT = SPACES AND XO-VALOR NOT = 0 THEN
              RELEASE EXOSRT-REC
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-LIST : Adds up the sorted amounts per third party and
      *    writes the file between the company and the totals records.
      *-----------------------------------------------------------------
       0100-EX-LIST.
           MOVE 0 TO WS-EX-REGS
           MOVE 0 TO WS-EX-EXCS
           MOVE 0 TO WS-EX-CSV
           MOVE 0 TO WS-V-EX-T-VENTAS
           MOVE 0 TO WS-V-EX-T-RECIB
           MOVE 0 TO WS-V-EX-T-COMPRAS
           MOVE 0 TO WS-V-EX-T-PAGADO
           MOVE 0 TO WS-V-EX-T-RETEN
           MOVE 0 TO WS-V-EX-T-SALDO
           OPEN OUTPUT EXOGENA
           PERFORM 0100-EX-WRITE-HEADER
           DISPLAY WS-LB-EXLIS LINE 08 COL 01
           MOVE 8 TO WS-ROWCTRL
           MOVE 1 TO WS-EX-FIRST
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              RETURN EXOSRT
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF WS-EX-FIRST = 0
                    AND (XO-TERC-TIPO NOT = WS-EX-PREV-TIPO
                      OR XO-TERCERO NOT = WS-EX-PREV-TERC) THEN
                       PERFORM 0100-EX-FLUSH
                    END-IF
                    IF WS-EX-FIRST = 1
                    OR XO-TERC-TIPO NOT = WS-EX-PREV-TIPO
                    OR XO-TERCERO NOT = WS-EX-PREV-TERC THEN
                       MOVE 0 TO WS-V-EX-VENTAS
                       MOVE 0 TO WS-V-EX-RECIBIDO
                       MOVE 0 TO WS-V-EX-COMPRAS
                       MOVE 0 TO WS-V-EX-PAGADO
                       MOVE 0 TO WS-V-EX-RETENIDO
                       MOVE 0 TO WS-V-EX-SALDO
                    END-IF
                    MOVE 0 TO WS-EX-FIRST
                    MOVE XO-TERC-TIPO TO WS-EX-PREV-TIPO
                    MOVE XO-TERCERO TO WS-EX-PREV-TERC
                    EVALUATE XO-CONCEPTO
                       WHEN 'V'
                          ADD XO-VALOR TO WS-V-EX-VENTAS
                       WHEN 'R'
                          ADD XO-VALOR TO WS-V-EX-RECIBIDO
                       WHEN 'C'
                          ADD XO-VALOR TO WS-V-EX-COMPRAS
                       WHEN 'G'
                          ADD XO-VALOR TO WS-V-EX-PAGADO
                       WHEN 'W'
                          ADD XO-VALOR TO WS-V-EX-RETENIDO
                       WHEN OTHER
                          ADD XO-VALOR TO WS-V-EX-SALDO
                    END-EVALUATE
           END-PERFORM
           IF WS-EX-FIRST = 0 THEN
              PERFORM 0100-EX-FLUSH
           END-IF
           PERFORM 0100-EX-WRITE-TRAILER
           CLOSE EXOGENA
           IF WS-EX-CSV = 1 THEN
              CLOSE OUT-INFORME
              OPEN EXTEND RPTLOG
              MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
              WRITE RPTLOG-RECORD
              CLOSE RPTLOG
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-WRITE-HEADER : The company identification record.
      *-----------------------------------------------------------------
       0100-EX-WRITE-HEADER.
           MOVE SPACES TO EXO-REG
           MOVE 'E' TO EXO-E-TIPO
           MOVE WS-EX-ANO TO EXO-E-ANO
           OPEN INPUT EMPRESA
           IF WS-EMP-STATUS NOT = '35' THEN
              READ EMPRESA NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE EMP-TIP-ID TO EXO-E-TIP-ID
                    MOVE EMP-ID TO EXO-E-ID
                    MOVE EMP-RSOCIAL TO EXO-E-RSOCIAL
              END-READ
              CLOSE EMPRESA
           END-IF
           WRITE EXO-REG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-FLUSH : Closes one third party. With its master data
      *    complete and its check digit right it goes to the file;
      *    otherwise it is listed as an exception.
      *-----------------------------------------------------------------
       0100-EX-FLUSH.
           IF WS-V-EX-VENTAS = 0 AND WS-V-EX-RECIBIDO = 0
           AND WS-V-EX-COMPRAS = 0 AND WS-V-EX-PAGADO = 0
           AND WS-V-EX-RETENIDO = 0 AND WS-V-EX-SALDO = 0 THEN
              GO TO 0100-EX-FLUSH-FIN
           END-IF
           PERFORM 0100-EX-LOAD-TERCERO
           MOVE SPACES TO WS-EX-MOTIVO
           EVALUATE TRUE
              WHEN WS-EX-FOUND = 0
                 MOVE 'NO ESTA EN EL MAESTRO' TO WS-EX-MOTIVO
              WHEN WS-EX-NOMBRE = SPACES
                 MOVE 'SIN NOMBRE' TO WS-EX-MOTIVO
              WHEN WS-EX-DIR = SPACES
                 MOVE 'SIN DIRECCION' TO WS-EX-MOTIVO
              WHEN OTHER
                 PERFORM 0100-EX-CHECK-NIT
           END-EVALUATE
           IF WS-EX-MOTIVO NOT = SPACES THEN
              PERFORM 0100-EX-EXCEPCION
              GO TO 0100-EX-FLUSH-FIN
           END-IF
           ADD 1 TO WS-EX-REGS
           MOVE SPACES TO EXO-REG
           MOVE 'T' TO EXO-TIPO
           MOVE WS-EX-PREV-TIPO TO EXO-TERC-TIPO
           MOVE WS-EX-PREV-TERC TO EXO-TERCERO
           MOVE WS-EX-NIT TO EXO-NIT
           MOVE WS-EX-NITDV TO EXO-NITDV
           MOVE WS-EX-NOMBRE TO EXO-NOMBRE
           MOVE WS-EX-DIR TO EXO-DIR
           MOVE WS-V-EX-VENTAS TO EXO-VENTAS
           MOVE WS-V-EX-RECIBIDO TO EXO-RECIBIDO
           MOVE WS-V-EX-COMPRAS TO EXO-COMPRAS
           MOVE WS-V-EX-PAGADO TO EXO-PAGADO
           MOVE WS-V-EX-RETENIDO TO EXO-RETENIDO
           MOVE WS-V-EX-SALDO TO EXO-SALDO
           WRITE EXO-REG
           ADD WS-V-EX-VENTAS TO WS-V-EX-T-VENTAS
           ADD WS-V-EX-RECIBIDO TO WS-V-EX-T-RECIB
           ADD WS-V-EX-COMPRAS TO WS-V-EX-T-COMPRAS
           ADD WS-V-EX-PAGADO TO WS-V-EX-T-PAGADO
           ADD WS-V-EX-RETENIDO TO WS-V-EX-T-RETEN
           ADD WS-V-EX-SALDO TO WS-V-EX-T-SALDO.
       0100-EX-FLUSH-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-LOAD-TERCERO : Name, address and tax ID of the third
      *    party from its master file.
      *-----------------------------------------------------------------
       0100-EX-LOAD-TERCERO.
           SET WS-EX-FOUND TO 0
           MOVE SPACES TO WS-EX-NOMBRE
           MOVE SPACES TO WS-EX-DIR
           MOVE SPACES TO WS-EX-NIT
           MOVE SPACES TO WS-EX-NITDV
           IF WS-EX-PREV-TIPO = 'C' THEN
              OPEN INPUT CLIENTES
              MOVE WS-EX-PREV-TERC TO CLI-ID
              READ CLIENTES
                 KEY IS CLI-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-EX-FOUND TO 1
                    MOVE CLI-NOMBRE TO WS-EX-NOMBRE
                    MOVE CLI-DIR TO WS-EX-DIR
                    MOVE CLI-NIT TO WS-EX-NIT
                    MOVE CLI-NITDV TO WS-EX-NITDV
              END-READ
              CLOSE CLIENTES
           ELSE
              OPEN INPUT PROVEEDORES
              MOVE WS-EX-PREV-TERC TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-EX-FOUND TO 1
                    MOVE PRV-NOMBRE TO WS-EX-NOMBRE
                    MOVE PRV-DIR TO WS-EX-DIR
                    MOVE PRV-NIT TO WS-EX-NIT
                    MOVE PRV-NITDV TO WS-EX-NITDV
              END-READ
              CLOSE PROVEEDORES
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-CHECK-NIT : Checks the tax ID (digits only, left
      *    justified) against its check digit. WS-EX-MOTIVO stays
      *    spaces when it is right.
      *-----------------------------------------------------------------
       0100-EX-CHECK-NIT.
           IF WS-EX-NIT = SPACES THEN
              MOVE 'SIN NIT' TO WS-EX-MOTIVO
              GO TO 0100-EX-CHECK-NIT-FIN
           END-IF
           MOVE 0 TO WS-EX-LEN
           INSPECT WS-EX-NIT TALLYING WS-EX-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-EX-NIT(1:WS-EX-LEN) IS NOT NUMERIC THEN
              MOVE 'NIT CON CARACTERES NO NUMERICOS' TO WS-EX-MOTIVO
              GO TO 0100-EX-CHECK-NIT-FIN
           END-IF
           IF WS-EX-NITDV IS NOT NUMERIC THEN
              MOVE 'SIN DIGITO DE VERIFICACION' TO WS-EX-MOTIVO
              GO TO 0100-EX-CHECK-NIT-FIN
           END-IF
           MOVE 0 TO WS-EX-SUMA
           PERFORM VARYING WS-EX-IX FROM 1 BY 1
                   UNTIL WS-EX-IX > WS-EX-LEN
              COMPUTE WS-EX-POS = WS-EX-LEN - WS-EX-IX + 1
              MOVE WS-EX-NIT(WS-EX-POS:1) TO WS-EX-DIG
              COMPUTE WS-EX-SUMA = WS-EX-SUMA
                                 + WS-EX-DIG * WS-EX-PESO(WS-EX-IX)
           END-PERFORM
           DIVIDE WS-EX-SUMA BY 11 GIVING WS-EX-COC
              REMAINDER WS-EX-RES
           IF WS-EX-RES > 1 THEN
              COMPUTE WS-EX-DV-CALC = 11 - WS-EX-RES
           ELSE
              MOVE WS-EX-RES TO WS-EX-DV-CALC
           END-IF
           IF WS-EX-NITDV NOT = WS-EX-DV-CALC THEN
              MOVE 'DIGITO DE VERIFICACION ERRADO' TO WS-EX-MOTIVO
           END-IF.
       0100-EX-CHECK-NIT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-EXCEPCION : One third party left out, on screen and
      *    in the exceptions CSV, which is opened with the first one.
      *-----------------------------------------------------------------
       0100-EX-EXCEPCION.
           ADD 1 TO WS-EX-EXCS
           IF WS-EX-CSV = 0 THEN
              PERFORM 0100-EX-OPEN-REPORT
           END-IF
           PERFORM 0100-EX-NEWROW
           DISPLAY WS-EX-PREV-TIPO LINE WS-ROWCTRL COL 14
           DISPLAY WS-EX-PREV-TERC LINE WS-ROWCTRL COL 16
           DISPLAY WS-EX-NOMBRE(1:20) LINE WS-ROWCTRL COL 27
           DISPLAY WS-EX-MOTIVO LINE WS-ROWCTRL COL 49
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-EX-PREV-TIPO WS-CSV-DELIM
                  WS-EX-PREV-TERC WS-CSV-DELIM
                  WS-EX-NOMBRE WS-CSV-DELIM
                  WS-EX-NIT WS-CSV-DELIM
                  WS-EX-NITDV WS-CSV-DELIM
                  WS-EX-MOTIVO
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-OPEN-REPORT : Names the exceptions CSV and writes its
      *    headings.
      *-----------------------------------------------------------------
       0100-EX-OPEN-REPORT.
           MOVE 1 TO WS-EX-CSV
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'EXOGENAEXC_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'TERCEROS EXCLUIDOS DEL ARCHIVO' WS-CSV-DELIM
                  WS-EX-FNAME
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'TIPO' WS-CSV-DELIM
                  'TERCERO' WS-CSV-DELIM
                  'NOMBRE' WS-CSV-DELIM
                  'NIT' WS-CSV-DELIM
                  'DV' WS-CSV-DELIM
                  'MOTIVO'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-WRITE-TRAILER : The count and the column totals.
      *-----------------------------------------------------------------
       0100-EX-WRITE-TRAILER.
           MOVE SPACES TO EXO-REG
           MOVE 'Z' TO EXO-TIPO
           MOVE WS-EX-REGS TO EXO-TERCERO
           MOVE WS-V-EX-T-VENTAS TO EXO-VENTAS
           MOVE WS-V-EX-T-RECIB TO EXO-RECIBIDO
           MOVE WS-V-EX-T-COMPRAS TO EXO-COMPRAS
           MOVE WS-V-EX-T-PAGADO TO EXO-PAGADO
           MOVE WS-V-EX-T-RETEN TO EXO-RETENIDO
           MOVE WS-V-EX-T-SALDO TO EXO-SALDO
           WRITE EXO-REG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-SHOW-CONTROL : Counts of the run and the file name.
      *-----------------------------------------------------------------
       0100-EX-SHOW-CONTROL.
           IF WS-EX-REGS = 0 AND WS-EX-EXCS = 0 THEN
              DISPLAY WS-MSG-EXNV LINE 22 COL 01
           ELSE
              MOVE WS-EX-REGS TO WS-EX-REGS-ED
              MOVE WS-EX-EXCS TO WS-EX-EXCS-ED
              DISPLAY WS-LB-EXREG LINE 20 COL 01
              DISPLAY WS-EX-REGS-ED LINE 20 COL 22
              DISPLAY WS-LB-EXEXC LINE 20 COL 35
              DISPLAY WS-EX-EXCS-ED LINE 20 COL 56
              IF WS-EX-EXCS > 0 THEN
                 DISPLAY WS-MSG-EXEX LINE 21 COL 01
              END-IF
              DISPLAY WS-MSG-EXOK LINE 22 COL 01
              DISPLAY WS-EX-FNAME LINE 22 COL 47
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EX-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-EX-NEWROW.
           IF WS-ROWCTRL > 18 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
              MOVE 8 TO WS-ROWCTRL
           END-IF
           ADD 1 TO WS-ROWCTRL
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
       END PROGRAM EXOGEN01.
