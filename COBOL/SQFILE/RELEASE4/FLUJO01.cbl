      ******************************************************************
      * Program      : FLUJO01.cbl                                     *
      * Purpose      : Weekly cash flow forecast over the next eight   *
      *                weeks, from an opening bank balance entered by  *
      *                the user. Collections come from the open items  *
      *                of CARTERA.DAT, expected after each customer's  *
      *                historic days-to-pay (from PAGOS.DAT) or, for a *
      *                customer without history, on the due date.      *
      *                Payments come from the approved vendor invoices *
      *                of FACPROV.DAT on their due date and from the   *
      *                open purchase order lines of PEDIDOS.DAT on the *
      *                expected delivery plus the vendor's terms.      *
      *                Overdue amounts fall in the first week. Shows   *
      *                inflows, outflows and the running balance per   *
      *                week, flags the weeks that go negative, and     *
      *                exports the forecast as a CSV registered in     *
      *                INFORMES.LOG.                                   *
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
       PROGRAM-ID. FLUJO01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CLISEL.cpy".
       copy "CXCSEL.cpy".
       copy "PAGSEL.cpy".
       copy "FPRSEL.cpy".
       copy "PEDSEL.cpy".
       copy "PRVSEL.cpy".
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
       copy "FPRFD.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "PRVFD.cpy".
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
           77 WS-FPR-STATUS      PIC XX.
           77 WS-PED-STATUS      PIC XX.
           77 WS-FL-SEMANAS      PIC 9(02) VALUE 8.
           77 WS-FL-SALDO-IN     PIC ZZZZZZZZZ9.99.
           77 WS-FL-HOY-N        PIC 9(08).
           77 WS-FL-HOY-I        PIC 9(07).
           77 WS-FL-FECHA-N      PIC 9(08).
           77 WS-FL-FEC-N        PIC 9(08).
           77 WS-FL-FPAGO        PIC X(08).
           77 WS-FL-FPAGO-N      PIC 9(08).
           77 WS-FL-TIPO         PIC X(01).
               88 WS-FL-ENTRADA      VALUE 'E'.
               88 WS-FL-SALIDA       VALUE 'S'.
           77 WS-FL-FIN          PIC 9 VALUE 0.
           77 WS-FL-DIAS         PIC S9(07) VALUE 0.
           77 WS-FL-SEM          PIC 9(05) VALUE 0.
           77 WS-FL-IDX          PIC 9(04) VALUE 0.
           77 WS-FL-NPAG         PIC 9(04) VALUE 0.
           77 WS-FL-NABI         PIC 9(04) VALUE 0.
           77 WS-FL-PAGADAS      PIC 9(05) VALUE 0.
           77 WS-FL-SUMDIAS      PIC S9(09) VALUE 0.
           77 WS-FL-PROM         PIC S9(05) VALUE 0.
           77 WS-FL-NEG          PIC 9(02) VALUE 0.
           77 WS-FL-NEG-ED       PIC Z9.
           77 WS-FL-SEM-ED       PIC Z9.
           77 WS-FL-DESDE        PIC X(08).
           77 WS-FL-HASTA        PIC X(08).
           77 WS-FL-ALERTA       PIC X(10).
           77 WS-V-FL-QTY        PIC 9(05)V99 VALUE 0.
           77 WS-V-FL-PRECIO     PIC 9(05)V99 VALUE 0.
           77 WS-V-FL-TASA       PIC 9(5)V9(4) VALUE 0.
           77 WS-V-FL-VAL        PIC S9(11)V99 VALUE 0.
           77 WS-V-FL-SALDO      PIC S9(13)V99 VALUE 0.
           77 WS-V-FL-FUERA-E    PIC 9(13)V99 VALUE 0.
           77 WS-V-FL-FUERA-S    PIC 9(13)V99 VALUE 0.
           77 WS-FL-ED1          PIC ZZZZZZZZZ9.99.
           77 WS-FL-ED2          PIC ZZZZZZZZZ9.99.
           77 WS-FL-ED3          PIC -ZZZZZZZZZ9.99.
      *
      *    INFLOWS AND OUTFLOWS OF EACH WEEK OF THE FORECAST.
       01 WS-FL-SEM-TABLE.
           02 WS-FL-SEMANA OCCURS 8 TIMES.
               03 WS-FL-T-ENTRA     PIC 9(13)V99.
               03 WS-FL-T-SALE      PIC 9(13)V99.
      *
      *    PAYMENTS OF THE CUSTOMER BEING PROJECTED.
       01 WS-FL-PAG-TABLE.
           02 WS-FL-PAGO OCCURS 500 TIMES.
               03 WS-FL-P-FECHA     PIC X(08).
               03 WS-FL-P-FACTURA   PIC 9(06).
      *
      *    OPEN ITEMS OF THE CUSTOMER BEING PROJECTED.
       01 WS-FL-ABI-TABLE.
           02 WS-FL-ABIERTA OCCURS 200 TIMES.
               03 WS-FL-A-FECHA     PIC 9(08).
               03 WS-FL-A-FVENCE    PIC 9(08).
               03 WS-FL-A-SALDO     PIC 9(07)V99.
      *
           77 WS-ST-FL     PIC X(25) VALUE 'FLUJO DE CAJA PROYECTADO '.
           77 WS-MSG-FLSI PIC X(80) VALUE ' Saldo inicial en bancos:'-
       '                                                       '.
           77 WS-MSG-FLWT PIC X(80) VALUE ' Proyectando cartera, fac'-
       'turas y pedidos de proveedores...                      '.
           77 WS-MSG-FLNG PIC X(80) VALUE ' Semanas con saldo negati'-
       'vo (*):                                                '.
           77 WS-MSG-FLOK PIC X(80) VALUE ' Proyeccion exportada en '-
       'CSV registrado en INFORMES.LOG.                        '.
           77 WS-LB-FL    PIC X(76) VALUE 'SEM  DESDE     HASTA     '-
       '     ENTRADAS        SALIDAS           SALDO ALERTA'.
           77 WS-LB-FLFU  PIC X(21) VALUE 'Despues de 8 semanas:'.
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
              WS-ST-FL          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           DISPLAY WS-MSG-FLSI LINE 06 COL 01
           MOVE WS-ZERO TO WS-FL-SALDO-IN
           ACCEPT WS-FL-SALDO-IN LINE 06 COL 45
           MOVE WS-FL-SALDO-IN TO WS-V-FL-SALDO
           DISPLAY WS-MSG-FLWT LINE 24 COL 01
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-FL-HOY-N
           COMPUTE WS-FL-HOY-I = FUNCTION INTEGER-OF-DATE(WS-FL-HOY-N)
           INITIALIZE WS-FL-SEM-TABLE
           MOVE 0 TO WS-V-FL-FUERA-E
           MOVE 0 TO WS-V-FL-FUERA-S
           PERFORM 0100-FL-COBROS
           PERFORM 0100-FL-FACPROV
           PERFORM 0100-FL-PEDIDOS
           DISPLAY WS-SPC LINE 24 COL 01
           PERFORM 0100-FL-SHOW
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-FL-ADD : Adds WS-V-FL-VAL as an inflow or outflow
      *    (WS-FL-TIPO) to the week of date WS-FL-FECHA-N. A date
      *    already past falls in the first week; one beyond the
      *    horizon is only totalled apart.
      *-----------------------------------------------------------------
       0100-FL-ADD.
           IF WS-FL-FECHA-N IS NOT NUMERIC
           OR WS-FL-FECHA-N < WS-FL-HOY-N THEN
              MOVE WS-FL-HOY-N TO WS-FL-FECHA-N
           END-IF
           COMPUTE WS-FL-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-FL-FECHA-N) - WS-FL-HOY-I
           COMPUTE WS-FL-SEM = WS-FL-DIAS / 7 + 1
           IF WS-FL-SEM > WS-FL-SEMANAS THEN
              IF WS-FL-ENTRADA THEN
                 ADD WS-V-FL-VAL TO WS-V-FL-FUERA-E
              ELSE
                 ADD WS-V-FL-VAL TO WS-V-FL-FUERA-S
              END-IF
           ELSE
              IF WS-FL-ENTRADA THEN
                 ADD WS-V-FL-VAL TO WS-FL-T-ENTRA(WS-FL-SEM)
              ELSE
                 ADD WS-V-FL-VAL TO WS-FL-T-SALE(WS-FL-SEM)
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-COBROS : Expected collections, customer by customer.
      *-----------------------------------------------------------------
       0100-FL-COBROS.
           SET WS-FL-ENTRADA TO TRUE
           OPEN INPUT CLIENTES
           OPEN INPUT CARTERA
           IF WS-CLI-STATUS = '00' AND WS-CXC-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CLIENTES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       PERFORM 0100-FL-CLIENTE
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CARTERA
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-CLIENTE : The customer just read: its average
      *    days-to-pay over its settled invoices, then each open item
      *    expected that many days after its date, or on its due date
      *    when the customer has no payment history.
      *-----------------------------------------------------------------
       0100-FL-CLIENTE.
           MOVE 0 TO WS-FL-NABI
           MOVE 0 TO WS-FL-PAGADAS
           MOVE 0 TO WS-FL-SUMDIAS
           PERFORM 0100-CLI-PLAZO
           PERFORM 0100-FL-LOAD-PAGOS
           MOVE CLI-ID TO CXC-CLIENTE
           MOVE LOW-VALUES TO CXC-TIPO
           MOVE 0 TO CXC-NUM
           SET WS-FL-FIN TO 0
           START CARTERA KEY IS NOT LESS THAN CXC-CLAVE
              INVALID KEY
                 SET WS-FL-FIN TO 1
           END-START
           PERFORM UNTIL WS-FL-FIN = 1
              READ CARTERA NEXT RECORD
                 AT END
                    SET WS-FL-FIN TO 1
                 NOT AT END
                    IF CXC-CLIENTE NOT = CLI-ID THEN
                       SET WS-FL-FIN TO 1
                    ELSE
                       PERFORM 0100-FL-DOCUMENTO
                          THRU 0100-FL-DOCUMENTO-FIN
                    END-IF
              END-READ
           END-PERFORM
           MOVE 0 TO WS-FL-PROM
           IF WS-FL-PAGADAS > 0 THEN
              COMPUTE WS-FL-PROM ROUNDED =
                 WS-FL-SUMDIAS / WS-FL-PAGADAS
           END-IF
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-NABI
              IF WS-FL-PAGADAS > 0 THEN
                 COMPUTE WS-FL-FECHA-N = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-FL-A-FECHA(WS-FL-IDX))
                    + WS-FL-PROM)
              ELSE
                 MOVE WS-FL-A-FVENCE(WS-FL-IDX) TO WS-FL-FECHA-N
              END-IF
              MOVE WS-FL-A-SALDO(WS-FL-IDX) TO WS-V-FL-VAL
              PERFORM 0100-FL-ADD
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-DOCUMENTO : One CARTERA.DAT document of the customer.
      *    A settled invoice adds its days-to-pay; an open invoice,
      *    charge or debit note with a balance is kept for projection.
      *-----------------------------------------------------------------
       0100-FL-DOCUMENTO.
           IF CXC-FECHA IS NOT NUMERIC THEN
              GO TO 0100-FL-DOCUMENTO-FIN
           END-IF
           IF CXC-EST-SALDADA THEN
              IF CXC-TIPO-FACTURA THEN
                 PERFORM 0100-FL-FECHA-PAGO
                 IF WS-FL-FPAGO NOT = SPACES THEN
                    MOVE WS-FL-FPAGO TO WS-FL-FPAGO-N
                    MOVE CXC-FECHA TO WS-FL-FEC-N
                    COMPUTE WS-FL-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-FL-FPAGO-N)
                       - FUNCTION INTEGER-OF-DATE(WS-FL-FEC-N)
                    IF WS-FL-DIAS < 0 THEN
                       MOVE 0 TO WS-FL-DIAS
                    END-IF
                    ADD WS-FL-DIAS TO WS-FL-SUMDIAS
                    ADD 1 TO WS-FL-PAGADAS
                 END-IF
              END-IF
              GO TO 0100-FL-DOCUMENTO-FIN
           END-IF
           IF CXC-TIPO-NOTACRED OR WS-FL-NABI NOT < 200
           OR CXC-VALOR NOT > CXC-ABONADO THEN
              GO TO 0100-FL-DOCUMENTO-FIN
           END-IF
           ADD 1 TO WS-FL-NABI
           MOVE CXC-FECHA TO WS-FL-A-FECHA(WS-FL-NABI)
           COMPUTE WS-FL-A-SALDO(WS-FL-NABI) = CXC-VALOR - CXC-ABONADO
           IF CXC-FVENCE IS NUMERIC THEN
              MOVE CXC-FVENCE TO WS-FL-A-FVENCE(WS-FL-NABI)
           ELSE
              MOVE CXC-FECHA TO WS-VEN-FECHA
              PERFORM 0100-CALC-VENCE
              MOVE WS-VEN-FVEN-N TO WS-FL-A-FVENCE(WS-FL-NABI)
           END-IF.
       0100-FL-DOCUMENTO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-FECHA-PAGO : Date the invoice in the record area was
      *    paid off: the last payment applied first to it or, when it
      *    was settled as the second invoice of a payment, the first
      *    payment of the customer on or after its date.
      *-----------------------------------------------------------------
       0100-FL-FECHA-PAGO.
           MOVE SPACES TO WS-FL-FPAGO
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-NPAG
              IF WS-FL-P-FACTURA(WS-FL-IDX) = CXC-NUM
              AND WS-FL-P-FECHA(WS-FL-IDX) > WS-FL-FPAGO THEN
                 MOVE WS-FL-P-FECHA(WS-FL-IDX) TO WS-FL-FPAGO
              END-IF
           END-PERFORM
           IF WS-FL-FPAGO = SPACES THEN
              PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                      UNTIL WS-FL-IDX > WS-FL-NPAG
                 IF WS-FL-P-FECHA(WS-FL-IDX) NOT < CXC-FECHA
                 AND (WS-FL-FPAGO = SPACES
                   OR WS-FL-P-FECHA(WS-FL-IDX) < WS-FL-FPAGO) THEN
                    MOVE WS-FL-P-FECHA(WS-FL-IDX) TO WS-FL-FPAGO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-FL-FPAGO IS NOT NUMERIC THEN
              MOVE SPACES TO WS-FL-FPAGO
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-LOAD-PAGOS : The payments of the customer just read
      *    into WS-FL-PAG-TABLE.
      *-----------------------------------------------------------------
       0100-FL-LOAD-PAGOS.
           MOVE 0 TO WS-FL-NPAG
           OPEN INPUT PAGOS
           IF WS-PAG-STATUS = '00' THEN
              SET WS-FL-FIN TO 0
              PERFORM UNTIL WS-FL-FIN = 1
                 READ PAGOS
                    AT END
                       SET WS-FL-FIN TO 1
                    NOT AT END
                       IF PAG-CLIENTE = CLI-ID
                       AND WS-FL-NPAG < 500 THEN
                          ADD 1 TO WS-FL-NPAG
                          MOVE PAG-FECHA TO WS-FL-P-FECHA(WS-FL-NPAG)
                          MOVE PAG-FACTURA
                             TO WS-FL-P-FACTURA(WS-FL-NPAG)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PAGOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-FACPROV : Payments of the approved vendor invoices
      *    still owed (value less withholdings and partial payments),
      *    on their due date.
      *-----------------------------------------------------------------
       0100-FL-FACPROV.
           SET WS-FL-SALIDA TO TRUE
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACPROV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FPR-EST-APROBADA THEN
                          MOVE FPR-VALOR TO WS-V-FL-VAL
                          IF FPR-RETENIDO IS NUMERIC THEN
                             SUBTRACT FPR-RETENIDO FROM WS-V-FL-VAL
                          END-IF
                          IF FPR-ABONADO IS NUMERIC THEN
                             SUBTRACT FPR-ABONADO FROM WS-V-FL-VAL
                          END-IF
                          IF WS-V-FL-VAL > 0 THEN
                             MOVE FPR-FVENCE TO WS-FL-FECHA-N
                             PERFORM 0100-FL-ADD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACPROV
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-PEDIDOS : Payments of the quantity still to arrive
      *    on the open purchase order lines, valued at the agreed price
      *    and the order's exchange rate, due the vendor's terms after
      *    the expected delivery.
      *-----------------------------------------------------------------
       0100-FL-PEDIDOS.
           SET WS-FL-SALIDA TO TRUE
           OPEN INPUT PROVEEDORES
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PEDIDOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PED-LIN NOT = 0
                       AND (PED-EST-ABIERTA OR PED-EST-PARCIAL) THEN
                          PERFORM 0100-FL-PED-LINE
                             THRU 0100-FL-PED-LINE-FIN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PEDIDOS
           CLOSE PROVEEDORES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-PED-LINE : One open order line.
      *-----------------------------------------------------------------
       0100-FL-PED-LINE.
           MOVE PED-CANT-PED TO WS-V-FL-QTY
           MOVE PED-CANT-REC TO WS-V-FL-PRECIO
           IF WS-V-FL-QTY NOT > WS-V-FL-PRECIO THEN
              GO TO 0100-FL-PED-LINE-FIN
           END-IF
           SUBTRACT WS-V-FL-PRECIO FROM WS-V-FL-QTY
           MOVE PED-PRECIO TO WS-V-FL-PRECIO
           IF WS-V-FL-PRECIO = 0 THEN
              GO TO 0100-FL-PED-LINE-FIN
           END-IF
           MOVE 1 TO WS-V-FL-TASA
           IF PED-TASA IS NUMERIC AND PED-TASA > 0 THEN
              MOVE PED-TASA TO WS-V-FL-TASA
           END-IF
           COMPUTE WS-V-FL-VAL ROUNDED =
              WS-V-FL-QTY * WS-V-FL-PRECIO * WS-V-FL-TASA
           IF PED-FENTREGA IS NUMERIC THEN
              MOVE PED-FENTREGA TO WS-VEN-FECHA
           ELSE
              MOVE WS-FL-HOY-N TO WS-VEN-FECHA
              IF PED-FECHA IS NUMERIC THEN
                 MOVE PED-FECHA TO WS-VEN-FECHA
              END-IF
           END-IF
           MOVE 0 TO WS-VEN-PLAZO
           IF WS-PRV-STATUS = '00' OR WS-PRV-STATUS = '05' THEN
              MOVE PED-VENDOR(1:10) TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRV-PLAZO IS NUMERIC THEN
                       MOVE PRV-PLAZO TO WS-VEN-PLAZO
                    END-IF
              END-READ
           END-IF
           PERFORM 0100-CALC-VENCE
           MOVE WS-VEN-FVEN-N TO WS-FL-FECHA-N
           PERFORM 0100-FL-ADD.
       0100-FL-PED-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-SHOW : The weeks with the running balance, on screen
      *    and as CSV.
      *-----------------------------------------------------------------
       0100-FL-SHOW.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'FLUJOCAJA_' WS-RPT-STAMP '.CSV'
           DELIMITED BY SIZE INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'SEMANA' WS-CSV-DELIM 'DESDE' WS-CSV-DELIM
                  'HASTA' WS-CSV-DELIM 'ENTRADAS' WS-CSV-DELIM
                  'SALIDAS' WS-CSV-DELIM 'SALDO' WS-CSV-DELIM
                  'ALERTA'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE WS-V-FL-SALDO TO WS-FL-ED3
           MOVE SPACES TO OUTPUT-RECORD
           STRING '0' WS-CSV-DELIM WS-FL-HOY-N WS-CSV-DELIM
                  WS-CSV-DELIM WS-CSV-DELIM WS-CSV-DELIM
                  WS-FL-ED3 WS-CSV-DELIM 'SALDO INICIAL'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           DISPLAY WS-LB-FL LINE 08 COL 01
           MOVE 0 TO WS-FL-NEG
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-SEMANAS
              PERFORM 0100-FL-WEEK
           END-PERFORM
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           MOVE WS-V-FL-FUERA-E TO WS-FL-ED1
           MOVE WS-V-FL-FUERA-S TO WS-FL-ED2
           DISPLAY WS-LB-FLFU LINE 18 COL 01
           DISPLAY WS-FL-ED1 LINE 18 COL 26
           DISPLAY WS-FL-ED2 LINE 18 COL 41
           IF WS-FL-NEG > 0 THEN
              MOVE WS-FL-NEG TO WS-FL-NEG-ED
              DISPLAY WS-MSG-FLNG LINE 20 COL 01
              DISPLAY WS-FL-NEG-ED LINE 20 COL 40
           END-IF
           DISPLAY WS-MSG-FLOK LINE 21 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FL-WEEK : One week of the forecast.
      *-----------------------------------------------------------------
       0100-FL-WEEK.
           COMPUTE WS-FL-FEC-N = FUNCTION DATE-OF-INTEGER(
              WS-FL-HOY-I + (WS-FL-IDX - 1) * 7)
           MOVE WS-FL-FEC-N TO WS-FL-DESDE
           COMPUTE WS-FL-FEC-N = FUNCTION DATE-OF-INTEGER(
              WS-FL-HOY-I + WS-FL-IDX * 7 - 1)
           MOVE WS-FL-FEC-N TO WS-FL-HASTA
           ADD WS-FL-T-ENTRA(WS-FL-IDX) TO WS-V-FL-SALDO
           SUBTRACT WS-FL-T-SALE(WS-FL-IDX) FROM WS-V-FL-SALDO
           MOVE SPACES TO WS-FL-ALERTA
           IF WS-V-FL-SALDO < 0 THEN
              MOVE '*NEGATIVO*' TO WS-FL-ALERTA
              ADD 1 TO WS-FL-NEG
           END-IF
           MOVE WS-FL-IDX TO WS-FL-SEM-ED
           MOVE WS-FL-T-ENTRA(WS-FL-IDX) TO WS-FL-ED1
           MOVE WS-FL-T-SALE(WS-FL-IDX) TO WS-FL-ED2
           MOVE WS-V-FL-SALDO TO WS-FL-ED3
           COMPUTE WS-ROWCTRL = 8 + WS-FL-IDX
           DISPLAY WS-FL-SEM-ED LINE WS-ROWCTRL COL 02
           DISPLAY WS-FL-DESDE LINE WS-ROWCTRL COL 06
           DISPLAY WS-FL-HASTA LINE WS-ROWCTRL COL 16
           DISPLAY WS-FL-ED1 LINE WS-ROWCTRL COL 26
           DISPLAY WS-FL-ED2 LINE WS-ROWCTRL COL 41
           DISPLAY WS-FL-ED3 LINE WS-ROWCTRL COL 56
           DISPLAY WS-FL-ALERTA LINE WS-ROWCTRL COL 71
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-FL-SEM-ED WS-CSV-DELIM WS-FL-DESDE WS-CSV-DELIM
                  WS-FL-HASTA WS-CSV-DELIM WS-FL-ED1 WS-CSV-DELIM
                  WS-FL-ED2 WS-CSV-DELIM WS-FL-ED3 WS-CSV-DELIM
                  WS-FL-ALERTA
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
       copy "VENCE.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM FLUJO01.
