      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      FACPROV layout moved to         *
      *                                FPRSEL/FPRFD; a payment stamps  *
      *                                its date for the bank           *
      *                                reconciliation.                 *
      * 15-oct-2026    R. Urquijo      Withholdings of the vendor's    *
      *                                concepts (RETTER.DAT) computed  *
      *                                on invoice entry over the base  *
      *                                before IVA, kept in RETMOV.DAT  *
      *                                and deducted from the payment.  *
      * 15-oct-2026    R. Urquijo      Payment run: proposal of the    *
      *                                approved invoices due by a cut- *
      *                                off date, treasurer adjustments,*
      *                                supervisor approval posting the *
      *                                payments, bank transfer file and*
      *                                remittance advices.             *
      * 15-oct-2026    R. Urquijo      Vendor debit notes: apply,      *
      *                                credit memo, open returns       *
      * 15-oct-2026    R. Urquijo      Invoices keep who approved them *
      *                                from the review queue and who   *
      *                                posted their last payment.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXPAG01.
       copy "FILE.cpy".
       copy "PEDSEL.cpy".
       copy "PRVSEL.cpy".
       copy "FPRSEL.cpy".
       copy "RTCSEL.cpy".
       copy "RTTSEL.cpy".
       copy "RTMSEL.cpy".
       copy "PPGSEL.cpy".
       copy "NDPSEL.cpy".
      *
           SELECT TRANSF ASSIGN TO WS-CP-TRF-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRF-STATUS.
      *
           SELECT REMPRN ASSIGN TO "REMPAGO.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       copy "PRVFD.cpy".
      *
       copy "FPRFD.cpy".
      *
       copy "RTCFD.cpy".
      *
       copy "RTTFD.cpy".
      *
       copy "RTMFD.cpy".
      *
       copy "PPGFD.cpy".
      *
       copy "NDPFD.cpy".
      *
      *    BANK BULK TRANSFER FILE OF A PAYMENT RUN: AN 'H' RECORD WITH
      *    THE COMPANY AND ITS PAYING ACCOUNT, ONE 'D' RECORD PER
      *    VENDOR PAID AND A 'T' RECORD WITH THE COUNT AND THE TOTAL.
       FD TRANSF.
       01 TRF-REG.
           02 TRF-TIPO              PIC X(01).
           02 TRF-NIT               PIC X(10).
           02 TRF-NITDV             PIC X(01).
           02 TRF-NOMBRE            PIC X(30).
           02 TRF-BANCO             PIC X(04).
           02 TRF-CTA-TIPO          PIC X(01).
           02 TRF-CUENTA            PIC X(17).
           02 TRF-VALOR             PIC 9(11)V99.
           02 TRF-REF               PIC X(20).
       01 TRF-REG-CONTROL REDEFINES TRF-REG.
           02 TRF-C-TIPO            PIC X(01).
           02 TRF-C-EMPID           PIC X(20).
           02 TRF-C-CUENTA          PIC X(17).
           02 TRF-C-FECHA           PIC X(08).
           02 TRF-C-LOTE            PIC 9(06).
           02 TRF-C-CANT            PIC 9(06).
           02 TRF-C-TOTAL           PIC 9(13)V99.
           02 TRF-C-FILLER          PIC X(24).
      *
       FD REMPRN.
       01 REMPRN-RECORD             PIC X(80).
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
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "RETWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
           77 WS-CP-PEDREF       PIC 9(06) VALUE 0.
           77 WS-CP-VALOR-IN     PIC ZZZZZZZZ9.99.
           77 WS-V-CP-VALOR      PIC 9(9)V99.
           77 WS-CP-BASE-IN      PIC ZZZZZZZZ9.99.
           77 WS-V-CP-BASE       PIC 9(9)V99.
           77 WS-V-CP-RETEN      PIC 9(9)V99 VALUE 0.
           77 WS-V-CP-NETO       PIC 9(9)V99 VALUE 0.
           77 WS-V-CP-RECIBIDO   PIC 9(9)V99 VALUE 0.
           77 WS-CP-RECIB-ED     PIC ZZZZZZZZ9.99.
           77 WS-V-CP-QTY        PIC 9(5)V99.
           77 WS-CP-MATCH        PIC 9 VALUE 0.
           77 WS-CP-CNT          PIC 9(3) VALUE 0.
           77 WS-CP-SEL          PIC 9(3) VALUE 0.
           77 WS-PPG-STATUS      PIC XX.
           77 WS-TRF-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-CP-TRF-FNAME    PIC X(30).
           77 WS-CP-CORTE        PIC X(08).
           77 WS-CP-LOTE         PIC 9(06) VALUE 0.
           77 WS-CP-RESP         PIC X(01).
           77 WS-CP-FIRST        PIC 9 VALUE 1.
           77 WS-CP-HDR          PIC 9 VALUE 0.
           77 WS-CP-PREV-PROV    PIC X(10).
           77 WS-CP-PRV-NOM      PIC X(30).
           77 WS-CP-TRF-CNT      PIC 9(06) VALUE 0.
           77 WS-V-CP-ABON       PIC 9(9)V99 VALUE 0.
           77 WS-V-CP-ABIERTO    PIC 9(9)V99 VALUE 0.
           77 WS-V-CP-PAGAR      PIC 9(9)V99 VALUE 0.
           77 WS-V-CP-REBAJA     PIC 9(9)V99 VALUE 0.
           77 WS-V-CP-PRV-PAGO   PIC 9(11)V99 VALUE 0.
           77 WS-V-CP-PRV-REBAJA PIC 9(11)V99 VALUE 0.
           77 WS-V-CP-TOTAL      PIC 9(13)V99 VALUE 0.
           77 WS-CP-ED1          PIC ZZZZZZZZ9.99.
           77 WS-CP-ED2          PIC ZZZZZZZZ9.99.
           77 WS-CP-ED3          PIC ZZZZZZZZ9.99.
           77 WS-CP-ED4          PIC ZZZZZZZZ9.99.
           77 WS-CP-TOT-ED       PIC ZZZZZZZZZZZZ9.99.
           77 WS-NDP-STATUS      PIC XX.
           77 WS-DN-CNT          PIC 9(3) VALUE 0.
           77 WS-DN-NUM          PIC 9(06) VALUE 0.
           77 WS-DN-MEMO         PIC X(12).
           77 WS-DN-CSV          PIC 9 VALUE 0.
           77 WS-DN-DIAS         PIC 9(05) VALUE 0.
           77 WS-V-DN-DISP       PIC 9(9)V99 VALUE 0.
           77 WS-V-DN-APLICA     PIC 9(9)V99 VALUE 0.
      *
           77 WS-ST-CP     PIC X(25) VALUE 'CUENTAS POR PAGAR        '.
           77 WS-MSG-CPOP PIC X(80) VALUE ' 1-INGRESA 2-REVISA 3-PAG'-
       'A 4-VENCE 5-PROPONE 6-AJUSTA 7-APRUEBA 8-NDB 9-SALE[  ]'.
           77 WS-MSG-CPPV PIC X(80) VALUE ' Proveedor de la factura:'-
       '                                                       '.
           77 WS-MSG-CPNF PIC X(80) VALUE ' Numero de la factura del'-
       ' saldo del proveedor rebajado.                         '.
           77 WS-MSG-CPNA PIC X(80) VALUE ' Solo el supervisor puede'-
       ' aprobar facturas en revision.                         '.
           77 WS-MSG-CPBS PIC X(80) VALUE ' Base antes de IVA (0 = t'-
       'odo el valor es base):                                 '.
           77 WS-MSG-CPNP PIC X(80) VALUE ' Neto pagado al proveedor'-
       ' (valor menos retenciones):                            '.
           77 WS-LB-CP    PIC X(75) VALUE 'NO PROVEEDOR  FACTURA     '-
       '  OC      VALOR        VENCE    EST'.
           77 WS-MSG-CPCT PIC X(80) VALUE ' Fecha de corte, vencidas'-
       ' hasta (AAAAMMDD, vacio = hoy):                        '.
           77 WS-MSG-CPCX PIC X(80) VALUE ' Fecha de corte invalida.'-
       ' Use AAAAMMDD.                                         '.
           77 WS-MSG-CPPE PIC X(80) VALUE ' Hay una propuesta pendie'-
       'nte de aprobacion. Reemplazarla (S/N)?                 '.
           77 WS-MSG-CPP0 PIC X(80) VALUE ' No hay facturas aprobada'-
       's con saldo que venzan hasta esa fecha.                '.
           77 WS-MSG-CPPR PIC X(80) VALUE ' Propuesta de pago genera'-
       'da. Queda pendiente de aprobacion.                     '.
           77 WS-MSG-CPNN PIC X(80) VALUE ' No hay propuesta de pago'-
       ' pendiente.                                            '.
           77 WS-MSG-CPAL PIC X(80) VALUE ' Numero de la linea a aju'-
       'star (0=terminar):                                     '.
           77 WS-MSG-CPAV PIC X(80) VALUE ' Valor a pagar (0 = exclu'-
       'ir la factura):                                        '.
           77 WS-MSG-CPAX PIC X(80) VALUE ' Valor mayor que el saldo'-
       ' de la factura. No se cambio.                          '.
           77 WS-MSG-CPSC PIC X(80) VALUE ' Proveedor sin cuenta ban'-
       'caria. Registrela en PROVEE01.                         '.
           77 WS-MSG-CPNS PIC X(80) VALUE ' Solo el supervisor puede'-
       ' aprobar la propuesta de pago.                         '.
           77 WS-MSG-CPAC PIC X(80) VALUE ' Aprobar la propuesta y p'-
       'agar (S/N)?                                            '.
           77 WS-MSG-CPCB PIC X(80) VALUE ' Falta la cuenta de pago '-
       'a proveedores en los parametros.                       '.
           77 WS-MSG-CPLT PIC X(80) VALUE ' Lote pagado. Archivo de '-
       'transferencias:                                        '.
           77 WS-MSG-CPRM PIC X(80) VALUE ' Comprobante de pago por '-
       'proveedor impreso en REMPAGO.PRN.                      '.
           77 WS-LB-PP    PIC X(75) VALUE 'NO  PROVEEDOR  FACTURA    '-
       '  VENCE           SALDO      A PAGAR I'.
           77 WS-LB-PPTP  PIC X(16) VALUE 'Total proveedor:'.
           77 WS-LB-PPTT  PIC X(16) VALUE 'Total propuesta:'.
           77 WS-LB-PPSC  PIC X(08) VALUE '*SIN CTA'.
           77 WS-MSG-CPDN PIC X(80) VALUE ' A-Aplicar nota a factura'-
       '  M-Nota credito del proveedor  L-Devoluciones:        '.
           77 WS-MSG-CPDV PIC X(80) VALUE ' Proveedor:              '-
       '                                                       '.
           77 WS-MSG-CPD0 PIC X(80) VALUE ' El proveedor no tiene no'-
       'tas debito con saldo por aplicar.                      '.
           77 WS-MSG-CPDS PIC X(80) VALUE ' Numero de la lista de la'-
       ' nota a aplicar (0=ninguna):                           '.
           77 WS-MSG-CPDF PIC X(80) VALUE ' Numero de la lista de la'-
       ' factura a cruzar (0=ninguna):                         '.
           77 WS-MSG-CPDI PIC X(80) VALUE ' El proveedor no tiene fa'-
       'cturas aprobadas con saldo.                            '.
           77 WS-MSG-CPDK PIC X(80) VALUE ' Nota aplicada a la factu'-
       'ra por:                                                '.
           77 WS-MSG-CPDU PIC X(80) VALUE ' Numero de la nota debito'-
       ':                                                      '.
           77 WS-MSG-CPDX PIC X(80) VALUE ' No existe esa nota debit'-
       'o.                                                     '.
           77 WS-MSG-CPDY PIC X(80) VALUE ' Esa nota ya tiene regist'-
       'rada la nota credito del proveedor.                    '.
           77 WS-MSG-CPDC PIC X(80) VALUE ' Numero de la nota credit'-
       'o del proveedor:                                       '.
           77 WS-MSG-CPDM PIC X(80) VALUE ' Nota credito del proveed'-
       'or registrada. La devolucion queda cerrada.            '.
           77 WS-MSG-CPDA PIC X(80) VALUE ' No hay devoluciones a pr'-
       'oveedor abiertas.                                      '.
           77 WS-MSG-CPDR PIC X(80) VALUE ' Devoluciones abiertas en'-
       ' CSV registrado en INFORMES.LOG.                       '.
           77 WS-LB-DN1   PIC X(75) VALUE 'NO  NOTA   FECHA    PROVEE'-
       'DOR  OC     ARTICULO          VALOR    APLICADO'.
           77 WS-LB-DN2   PIC X(75) VALUE 'NO  NOTA   FECHA    OC    '-
       ' ARTICULO          VALOR   DISPONIBLE'.
           77 WS-LB-DNF   PIC X(75) VALUE 'NO  FACTURA      VENCE    '-
       '       SALDO'.
      *
       01 WS-CP-TABLE.
           02 WS-CP-ENTRY OCCURS 300 TIMES.
               03 WS-CP-T-PROV      PIC X(10).
               03 WS-CP-T-NUMFAC    PIC X(12).
      *
       01 WS-DN-TABLE.
           02 WS-DN-ENTRY OCCURS 10 TIMES.
               03 WS-DN-T-NUM       PIC 9(06).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-LOAD-PARAMS
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                    PERFORM 0100-PAY-INVOICE
                 WHEN 4
                    PERFORM 0100-DUE-SCHEDULE
                 WHEN 5
                    PERFORM 0100-PP-PROPOSE THRU 0100-PP-PROPOSE-FIN
                 WHEN 6
                    PERFORM 0100-PP-ADJUST THRU 0100-PP-ADJUST-FIN
                 WHEN 7
                    PERFORM 0100-PP-APPROVE THRU 0100-PP-APPROVE-FIN
                 WHEN 8
                    PERFORM 0100-DN-MENU
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
           ELSE
              SET WS-CP-MATCH TO 0
           END-IF
           DISPLAY WS-MSG-CPBS LINE 11 COL 01
           MOVE 0 TO WS-CP-BASE-IN
           ACCEPT WS-CP-BASE-IN LINE 11 COL 50
           MOVE WS-CP-BASE-IN TO WS-V-CP-BASE
           IF WS-V-CP-BASE = 0 OR WS-V-CP-BASE > WS-V-CP-VALOR THEN
              MOVE WS-V-CP-VALOR TO WS-V-CP-BASE
           END-IF
           PERFORM 0100-CP-RETENCIONES
           PERFORM 0100-WRITE-INVOICE
           IF WS-CP-MATCH = 2 THEN
              GO TO 0100-ENTER-FIN
           END-IF
           IF WS-RET-CNT > 0 THEN
              MOVE WS-CP-NUMFAC TO WS-RET-DOC
              MOVE WS-DATETIME(1:8) TO WS-RET-FECHA
              MOVE WS-OPERATOR-ID TO WS-RET-OPERADOR
              PERFORM 0100-GRABA-RETEN
           END-IF
           PERFORM 0100-RAISE-PRV-SALDO
           IF WS-CP-MATCH = 1 THEN
              DISPLAY WS-MSG-CPMA LINE 22 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CP-RETENCIONES : Withholdings of the vendor's concepts
      *    over the invoice: the base before IVA as keyed and the rest
      *    of the value as its IVA. Shown with the net to pay.
      *-----------------------------------------------------------------
       0100-CP-RETENCIONES.
           MOVE 'P' TO WS-RET-TERC-TIPO
           MOVE WS-CP-PROV TO WS-RET-TERCERO
           MOVE WS-V-CP-BASE TO WS-V-RET-BASE
           COMPUTE WS-V-RET-IVA = WS-V-CP-VALOR - WS-V-CP-BASE
           PERFORM 0100-CALC-RETEN THRU 0100-CALC-RETEN-FIN
           IF WS-V-RET-TOTAL > WS-V-CP-VALOR THEN
              MOVE 0 TO WS-RET-CNT
              MOVE 0 TO WS-V-RET-TOTAL
           END-IF
           MOVE WS-V-RET-TOTAL TO WS-V-CP-RETEN
           COMPUTE WS-V-CP-NETO = WS-V-CP-VALOR - WS-V-CP-RETEN
           MOVE 12 TO WS-ROWCTRL
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-CNT OR WS-ROWCTRL > 19
              DISPLAY WS-RET-T-COD(WS-RET-IDX)
                 LINE WS-ROWCTRL COL 01
              DISPLAY WS-RET-T-NOMBRE(WS-RET-IDX)(1:24)
                 LINE WS-ROWCTRL COL 08
              MOVE WS-RET-T-BASE(WS-RET-IDX) TO WS-RET-ED
              DISPLAY WS-RET-ED LINE WS-ROWCTRL COL 33
              MOVE WS-RET-T-TARIFA(WS-RET-IDX) TO WS-RET-TAR-ED
              DISPLAY WS-RET-TAR-ED LINE WS-ROWCTRL COL 46
              DISPLAY '%' LINE WS-ROWCTRL COL 52
              MOVE WS-RET-T-VALOR(WS-RET-IDX) TO WS-RET-ED
              DISPLAY WS-RET-ED LINE WS-ROWCTRL COL 55
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           MOVE WS-V-CP-RETEN TO WS-RET-ED
           DISPLAY 'Total retenido:' LINE 20 COL 01
           DISPLAY WS-RET-ED LINE 20 COL 17
           MOVE WS-V-CP-NETO TO WS-CP-RECIB-ED
           DISPLAY 'Neto a pagar:' LINE 20 COL 33
           DISPLAY WS-CP-RECIB-ED LINE 20 COL 47
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-VENDOR : Validates the invoice's vendor.
      *-----------------------------------------------------------------
       0100-CHECK-VENDOR.
              SET FPR-EST-REVISION TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO FPR-OPERADOR
           MOVE SPACES TO FPR-APROBADOR
           MOVE SPACES TO FPR-PAGADOR
           MOVE WS-V-CP-RETEN TO FPR-RETENIDO
           MOVE 0 TO FPR-ABONADO
           WRITE FPR-REG
              INVALID KEY
                 DISPLAY WS-MSG-CPDP LINE 24 COL 01
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF FPR-ESTADO = WS-OPTX
                    AND WS-CP-CNT < 300 THEN
                       ADD 1 TO WS-CP-CNT
                       MOVE FPR-PROV
                          TO WS-CP-T-PROV(WS-CP-CNT)
                    CONTINUE
                 NOT INVALID KEY
                    SET FPR-EST-APROBADA TO TRUE
                    MOVE WS-OPERATOR-ID TO FPR-APROBADOR
                    REWRITE FPR-REG
              END-READ
              CLOSE FACPROV
      *
      *-----------------------------------------------------------------
      *    0100-PAY-INVOICE : Marks one approved invoice paid and
      *    lowers the vendor's payable balance by what is left of its
      *    value: the vendor gets the value less the withholdings and
      *    less what a payment run already paid, and the withholdings
      *    close the rest of the invoice.
      *-----------------------------------------------------------------
       0100-PAY-INVOICE.
           MOVE 'A' TO WS-OPTX
                    CONTINUE
                 NOT INVALID KEY
                    SET FPR-EST-PAGADA TO TRUE
                    MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                    MOVE WS-DATETIME(1:8) TO FPR-FPAGO
                    MOVE 'N' TO FPR-CONCIL
                    MOVE 0 TO WS-V-CP-RETEN
                    IF FPR-RETENIDO NUMERIC THEN
                       MOVE FPR-RETENIDO TO WS-V-CP-RETEN
                    END-IF
                    MOVE 0 TO WS-V-CP-ABON
                    IF FPR-ABONADO NUMERIC THEN
                       MOVE FPR-ABONADO TO WS-V-CP-ABON
                    END-IF
                    COMPUTE FPR-ABONADO = FPR-VALOR - WS-V-CP-RETEN
                    MOVE WS-OPERATOR-ID TO FPR-PAGADOR
                    REWRITE FPR-REG
                    COMPUTE WS-V-CP-VALOR = FPR-VALOR - WS-V-CP-ABON
                    MOVE FPR-PROV TO WS-CP-PROV
              END-READ
              CLOSE FACPROV
              PERFORM 0100-LOWER-PRV-SALDO
              COMPUTE WS-V-CP-NETO = WS-V-CP-VALOR - WS-V-CP-RETEN
              MOVE WS-V-CP-NETO TO WS-CP-RECIB-ED
              DISPLAY WS-MSG-CPNP LINE 23 COL 01
              DISPLAY WS-CP-RECIB-ED LINE 23 COL 55
              DISPLAY WS-MSG-CPPK LINE 24 COL 01
           END-IF.
       0100-PAY-FIN.
      *
      *-----------------------------------------------------------------
      *    0100-LOWER-PRV-SALDO : Lowers the vendor's payable balance
      *    by the paid invoice's value still unpaid.
      *-----------------------------------------------------------------
       0100-LOWER-PRV-SALDO.
           OPEN I-O PROVEEDORES
              DISPLAY WS-MSG-CPN0 LINE 10 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-PROPOSE : Builds the payment proposal: every
      *    approved invoice due by the cut-off date with something
      *    still owed, in vendor order, proposed for its whole balance.
      *    Vendors with no bank account are proposed excluded. The
      *    proposal replaces any pending one and waits in PROPPAG.DAT
      *    for the supervisor.
      *-----------------------------------------------------------------
       0100-PP-PROPOSE.
           MOVE 0 TO WS-CP-CNT
           OPEN INPUT PROPPAG
           IF WS-PPG-STATUS = '00' THEN
              READ PROPPAG NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 1 TO WS-CP-CNT
              END-READ
           END-IF
           CLOSE PROPPAG
           IF WS-CP-CNT > 0 THEN
              DISPLAY WS-MSG-CPPE LINE 07 COL 01
              MOVE SPACES TO WS-CP-RESP
              ACCEPT WS-CP-RESP LINE 07 COL 70
              MOVE FUNCTION UPPER-CASE(WS-CP-RESP) TO WS-CP-RESP
              IF WS-CP-RESP NOT = 'S' THEN
                 GO TO 0100-PP-PROPOSE-FIN
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-CPCT LINE 08 COL 01
           MOVE SPACES TO WS-CP-CORTE
           ACCEPT WS-CP-CORTE LINE 08 COL 60
           IF WS-CP-CORTE = SPACES OR WS-CP-CORTE = LOW-VALUE THEN
              MOVE WS-DATETIME(1:8) TO WS-CP-CORTE
              DISPLAY WS-CP-CORTE LINE 08 COL 60
           END-IF
           IF WS-CP-CORTE IS NOT NUMERIC THEN
              DISPLAY WS-MSG-CPCX LINE 22 COL 01
              GO TO 0100-PP-PROPOSE-FIN
           END-IF
           MOVE 0 TO WS-CP-CNT
           OPEN OUTPUT PROPPAG
           CLOSE PROPPAG
           OPEN I-O PROPPAG
           OPEN INPUT PROVEEDORES
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACPROV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FPR-EST-APROBADA
                       AND FPR-FVENCE NOT > WS-CP-CORTE THEN
                          PERFORM 0100-PP-PROPOSE-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACPROV
           CLOSE PROVEEDORES
           CLOSE PROPPAG
           IF WS-CP-CNT = 0 THEN
              DISPLAY WS-MSG-CPP0 LINE 22 COL 01
              GO TO 0100-PP-PROPOSE-FIN
           END-IF
           DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
           PERFORM 0100-PP-LIST
           DISPLAY WS-MSG-CPPR LINE 22 COL 01.
       0100-PP-PROPOSE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-PROPOSE-LINE : One invoice into the proposal, for
      *    what is still owed to the vendor on it.
      *-----------------------------------------------------------------
       0100-PP-PROPOSE-LINE.
           PERFORM 0100-PP-OPEN-AMOUNT
           IF WS-V-CP-ABIERTO > 0 THEN
              MOVE SPACES TO PPG-REG
              MOVE FPR-PROV TO PPG-PROV
              MOVE FPR-NUMFAC TO PPG-NUMFAC
              MOVE FPR-FVENCE TO PPG-FVENCE
              MOVE WS-V-CP-ABIERTO TO PPG-SALDO
              MOVE WS-V-CP-ABIERTO TO PPG-PAGAR
              SET PPG-INCLUIDA-SI TO TRUE
              MOVE 'N' TO PPG-SINCTA
              MOVE FPR-PROV TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    MOVE SPACES TO PRV-CUENTA
              END-READ
              IF PRV-CUENTA = SPACES THEN
                 SET PPG-SIN-CUENTA TO TRUE
                 SET PPG-INCLUIDA-NO TO TRUE
                 MOVE 0 TO PPG-PAGAR
              END-IF
              MOVE WS-CP-CORTE TO PPG-CORTE
              MOVE WS-DATETIME(1:8) TO PPG-FECHA
              MOVE WS-OPERATOR-ID TO PPG-OPERADOR
              WRITE PPG-REG
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-CP-CNT
              END-WRITE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-OPEN-AMOUNT : What is still owed to the vendor on
      *    the invoice in FPR-REG: its value less the withholdings and
      *    less what was already paid on it.
      *-----------------------------------------------------------------
       0100-PP-OPEN-AMOUNT.
           MOVE 0 TO WS-V-CP-RETEN
           IF FPR-RETENIDO NUMERIC THEN
              MOVE FPR-RETENIDO TO WS-V-CP-RETEN
           END-IF
           MOVE 0 TO WS-V-CP-ABON
           IF FPR-ABONADO NUMERIC THEN
              MOVE FPR-ABONADO TO WS-V-CP-ABON
           END-IF
           MOVE 0 TO WS-V-CP-ABIERTO
           IF FPR-VALOR > WS-V-CP-RETEN + WS-V-CP-ABON THEN
              COMPUTE WS-V-CP-ABIERTO =
                 FPR-VALOR - WS-V-CP-RETEN - WS-V-CP-ABON
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-LIST : Lists the pending proposal by vendor with the
      *    vendor subtotals, numbering the lines into the selection
      *    table.
      *-----------------------------------------------------------------
       0100-PP-LIST.
           MOVE 0 TO WS-CP-CNT
           MOVE 0 TO WS-V-CP-TOTAL
           MOVE 0 TO WS-V-CP-PRV-PAGO
           MOVE 1 TO WS-CP-FIRST
           DISPLAY WS-LB-PP LINE 07 COL 01
           MOVE 7 TO WS-ROWCTRL
           OPEN INPUT PROPPAG
           IF WS-PPG-STATUS NOT = '00' THEN
              CLOSE PROPPAG
              GO TO 0100-PP-LIST-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PROPPAG NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF WS-CP-FIRST = 0
                    AND PPG-PROV NOT = WS-CP-PREV-PROV THEN
                       PERFORM 0100-PP-LIST-SUBTOTAL
                    END-IF
                    MOVE 0 TO WS-CP-FIRST
                    MOVE PPG-PROV TO WS-CP-PREV-PROV
                    PERFORM 0100-PP-LIST-LINE
              END-READ
           END-PERFORM
           CLOSE PROPPAG
           IF WS-CP-FIRST = 0 THEN
              PERFORM 0100-PP-LIST-SUBTOTAL
              MOVE WS-V-CP-TOTAL TO WS-CP-TOT-ED
              DISPLAY WS-LB-PPTT LINE 21 COL 29
              DISPLAY WS-CP-TOT-ED LINE 21 COL 47
           END-IF.
       0100-PP-LIST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-LIST-LINE : One proposal line on screen.
      *-----------------------------------------------------------------
       0100-PP-LIST-LINE.
           IF WS-CP-CNT < 300 THEN
              ADD 1 TO WS-CP-CNT
              MOVE PPG-PROV TO WS-CP-T-PROV(WS-CP-CNT)
              MOVE PPG-NUMFAC TO WS-CP-T-NUMFAC(WS-CP-CNT)
           END-IF
           IF PPG-INCLUIDA-SI THEN
              ADD PPG-PAGAR TO WS-V-CP-PRV-PAGO
              ADD PPG-PAGAR TO WS-V-CP-TOTAL
           END-IF
           PERFORM 0100-PP-NEWROW
           MOVE PPG-SALDO TO WS-CP-ED1
           MOVE PPG-PAGAR TO WS-CP-ED2
           DISPLAY WS-CP-CNT LINE WS-ROWCTRL COL 01
           DISPLAY PPG-PROV LINE WS-ROWCTRL COL 05
           DISPLAY PPG-NUMFAC LINE WS-ROWCTRL COL 16
           DISPLAY PPG-FVENCE LINE WS-ROWCTRL COL 29
           DISPLAY WS-CP-ED1 LINE WS-ROWCTRL COL 38
           DISPLAY WS-CP-ED2 LINE WS-ROWCTRL COL 51
           DISPLAY PPG-INCLUIDA LINE WS-ROWCTRL COL 64
           IF PPG-SIN-CUENTA THEN
              DISPLAY WS-LB-PPSC LINE WS-ROWCTRL COL 66
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-LIST-SUBTOTAL : What the proposal pays the vendor.
      *-----------------------------------------------------------------
       0100-PP-LIST-SUBTOTAL.
           PERFORM 0100-PP-NEWROW
           MOVE WS-V-CP-PRV-PAGO TO WS-CP-TOT-ED
           DISPLAY WS-LB-PPTP LINE WS-ROWCTRL COL 29
           DISPLAY WS-CP-TOT-ED LINE WS-ROWCTRL COL 47
           MOVE 0 TO WS-V-CP-PRV-PAGO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-PP-NEWROW.
           IF WS-ROWCTRL > 19 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              DISPLAY WS-BLANK LINE 08 COL 01 ERASE EOS
              MOVE 7 TO WS-ROWCTRL
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-ADJUST : The treasurer lowers what a line of the
      *    pending proposal pays, or excludes it with 0. Lines of
      *    vendors with no bank account cannot be included.
      *-----------------------------------------------------------------
       0100-PP-ADJUST.
           PERFORM 0100-PP-LIST
           IF WS-CP-CNT = 0 THEN
              DISPLAY WS-MSG-CPNN LINE 10 COL 01
              GO TO 0100-PP-ADJUST-FIN
           END-IF
           MOVE 1 TO WS-CP-SEL
           PERFORM UNTIL WS-CP-SEL = 0
              DISPLAY WS-MSG-CPAL LINE 22 COL 01
              MOVE 0 TO WS-CP-SEL
              ACCEPT WS-CP-SEL LINE 22 COL 50
              IF WS-CP-SEL > 0 AND WS-CP-SEL NOT > WS-CP-CNT THEN
                 PERFORM 0100-PP-ADJUST-LINE
                 DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
                 PERFORM 0100-PP-LIST
              END-IF
           END-PERFORM.
       0100-PP-ADJUST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-ADJUST-LINE : New amount for the selected line.
      *-----------------------------------------------------------------
       0100-PP-ADJUST-LINE.
           OPEN I-O PROPPAG
           MOVE WS-CP-T-PROV(WS-CP-SEL) TO PPG-PROV
           MOVE WS-CP-T-NUMFAC(WS-CP-SEL) TO PPG-NUMFAC
           READ PROPPAG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY WS-MSG-CPAV LINE 23 COL 01
                 MOVE 0 TO WS-CP-VALOR-IN
                 ACCEPT WS-CP-VALOR-IN LINE 23 COL 50
                 MOVE WS-CP-VALOR-IN TO WS-V-CP-PAGAR
                 EVALUATE TRUE
                    WHEN WS-V-CP-PAGAR = 0
                       MOVE 0 TO PPG-PAGAR
                       SET PPG-INCLUIDA-NO TO TRUE
                       REWRITE PPG-REG
                    WHEN PPG-SIN-CUENTA
                       DISPLAY WS-MSG-CPSC LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                    WHEN WS-V-CP-PAGAR > PPG-SALDO
                       DISPLAY WS-MSG-CPAX LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                    WHEN OTHER
                       MOVE WS-V-CP-PAGAR TO PPG-PAGAR
                       SET PPG-INCLUIDA-SI TO TRUE
                       REWRITE PPG-REG
                 END-EVALUATE
           END-READ
           CLOSE PROPPAG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-APPROVE : The supervisor approves the pending
      *    proposal and it is posted: each included line is paid on
      *    its invoice, each vendor's payable balance is lowered, the
      *    bank transfer file TRANSF_<run>.TXT gets one transfer per
      *    vendor and REMPAGO.PRN a remittance advice per vendor. The
      *    proposal is then emptied.
      *-----------------------------------------------------------------
       0100-PP-APPROVE.
           IF NOT WS-ROLE-SUPERVISOR THEN
              DISPLAY WS-MSG-CPNS LINE 24 COL 01
              GO TO 0100-PP-APPROVE-FIN
           END-IF
           IF WS-PAR-CTAPAG = SPACES THEN
              DISPLAY WS-MSG-CPCB LINE 24 COL 01
              GO TO 0100-PP-APPROVE-FIN
           END-IF
           PERFORM 0100-PP-LIST
           IF WS-CP-CNT = 0 THEN
              DISPLAY WS-MSG-CPNN LINE 10 COL 01
              GO TO 0100-PP-APPROVE-FIN
           END-IF
           DISPLAY WS-MSG-CPAC LINE 22 COL 01
           MOVE SPACES TO WS-CP-RESP
           ACCEPT WS-CP-RESP LINE 22 COL 50
           MOVE FUNCTION UPPER-CASE(WS-CP-RESP) TO WS-CP-RESP
           IF WS-CP-RESP NOT = 'S' THEN
              GO TO 0100-PP-APPROVE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-PAR-NEXTLPG TO WS-CP-LOTE
           COMPUTE WS-PAR-NEXTLPG = WS-CP-LOTE + 1
           PERFORM 0100-SAVE-PARAMS
           MOVE SPACES TO WS-CP-TRF-FNAME
           STRING 'TRANSF_' WS-CP-LOTE '.TXT'
           DELIMITED BY SIZE INTO WS-CP-TRF-FNAME
           MOVE 0 TO WS-CP-TRF-CNT
           MOVE 0 TO WS-V-CP-TOTAL
           OPEN OUTPUT TRANSF
           OPEN OUTPUT REMPRN
           PERFORM 0100-PP-WRITE-TRF-HEADER
           OPEN INPUT PROPPAG
           OPEN I-O FACPROV
           OPEN I-O PROVEEDORES
           MOVE 1 TO WS-CP-FIRST
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PROPPAG NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF WS-CP-FIRST = 0
                    AND PPG-PROV NOT = WS-CP-PREV-PROV THEN
                       PERFORM 0100-PP-END-VENDOR
                    END-IF
                    IF WS-CP-FIRST = 1
                    OR PPG-PROV NOT = WS-CP-PREV-PROV THEN
                       MOVE 0 TO WS-V-CP-PRV-PAGO
                       MOVE 0 TO WS-V-CP-PRV-REBAJA
                       MOVE 0 TO WS-CP-HDR
                    END-IF
                    MOVE 0 TO WS-CP-FIRST
                    MOVE PPG-PROV TO WS-CP-PREV-PROV
                    IF PPG-INCLUIDA-SI AND PPG-PAGAR > 0 THEN
                       PERFORM 0100-PP-POST-LINE
                          THRU 0100-PP-POST-LINE-FIN
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CP-FIRST = 0 THEN
              PERFORM 0100-PP-END-VENDOR
           END-IF
           CLOSE PROVEEDORES
           CLOSE FACPROV
           CLOSE PROPPAG
           MOVE SPACES TO TRF-REG-CONTROL
           MOVE 'T' TO TRF-C-TIPO
           MOVE WS-CP-LOTE TO TRF-C-LOTE
           MOVE WS-CP-TRF-CNT TO TRF-C-CANT
           MOVE WS-V-CP-TOTAL TO TRF-C-TOTAL
           WRITE TRF-REG-CONTROL
           CLOSE REMPRN
           CLOSE TRANSF
           OPEN OUTPUT PROPPAG
           CLOSE PROPPAG
           DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
           MOVE WS-V-CP-TOTAL TO WS-CP-TOT-ED
           DISPLAY WS-LB-PPTT LINE 20 COL 29
           DISPLAY WS-CP-TOT-ED LINE 20 COL 47
           DISPLAY WS-MSG-CPLT LINE 21 COL 01
           DISPLAY WS-CP-TRF-FNAME LINE 21 COL 43
           DISPLAY WS-MSG-CPRM LINE 22 COL 01.
       0100-PP-APPROVE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-WRITE-TRF-HEADER : Company and paying account.
      *-----------------------------------------------------------------
       0100-PP-WRITE-TRF-HEADER.
           MOVE SPACES TO TRF-REG-CONTROL
           MOVE 'H' TO TRF-C-TIPO
           OPEN INPUT EMPRESA
           IF WS-EMP-STATUS NOT = '35' THEN
              READ EMPRESA NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE EMP-ID TO TRF-C-EMPID
              END-READ
              CLOSE EMPRESA
           END-IF
           MOVE WS-PAR-CTAPAG TO TRF-C-CUENTA
           MOVE WS-DATETIME(1:8) TO TRF-C-FECHA
           MOVE WS-CP-LOTE TO TRF-C-LOTE
           MOVE 0 TO TRF-C-CANT
           MOVE 0 TO TRF-C-TOTAL
           WRITE TRF-REG-CONTROL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-POST-LINE : Pays one proposal line on its invoice,
      *    never more than is still owed on it today. The invoice is
      *    marked paid when nothing is left; the vendor's balance is
      *    then also lowered by the withholdings that close it.
      *-----------------------------------------------------------------
       0100-PP-POST-LINE.
           MOVE PPG-PROV TO FPR-PROV
           MOVE PPG-NUMFAC TO FPR-NUMFAC
           READ FACPROV
              INVALID KEY
                 GO TO 0100-PP-POST-LINE-FIN
           END-READ
           IF NOT FPR-EST-APROBADA THEN
              GO TO 0100-PP-POST-LINE-FIN
           END-IF
           PERFORM 0100-PP-OPEN-AMOUNT
           MOVE PPG-PAGAR TO WS-V-CP-PAGAR
           IF WS-V-CP-PAGAR > WS-V-CP-ABIERTO THEN
              MOVE WS-V-CP-ABIERTO TO WS-V-CP-PAGAR
           END-IF
           IF WS-V-CP-PAGAR = 0 THEN
              GO TO 0100-PP-POST-LINE-FIN
           END-IF
           COMPUTE FPR-ABONADO = WS-V-CP-ABON + WS-V-CP-PAGAR
           MOVE WS-OPERATOR-ID TO FPR-PAGADOR
           MOVE WS-V-CP-PAGAR TO WS-V-CP-REBAJA
           IF WS-V-CP-PAGAR = WS-V-CP-ABIERTO THEN
              SET FPR-EST-PAGADA TO TRUE
              MOVE WS-DATETIME(1:8) TO FPR-FPAGO
              MOVE 'N' TO FPR-CONCIL
              ADD WS-V-CP-RETEN TO WS-V-CP-REBAJA
           END-IF
           REWRITE FPR-REG
           ADD WS-V-CP-PAGAR TO WS-V-CP-PRV-PAGO
           ADD WS-V-CP-REBAJA TO WS-V-CP-PRV-REBAJA
           IF WS-CP-HDR = 0 THEN
              PERFORM 0100-PP-REM-HEADER
           END-IF
           MOVE FPR-VALOR TO WS-CP-ED1
           MOVE WS-V-CP-RETEN TO WS-CP-ED2
           MOVE WS-V-CP-PAGAR TO WS-CP-ED3
           COMPUTE WS-CP-ED4 = WS-V-CP-ABIERTO - WS-V-CP-PAGAR
           MOVE SPACES TO REMPRN-RECORD
           STRING FPR-NUMFAC ' ' FPR-FECHA ' ' WS-CP-ED1 ' '
                  WS-CP-ED2 ' ' WS-CP-ED3 ' ' WS-CP-ED4
           DELIMITED BY SIZE INTO REMPRN-RECORD
           WRITE REMPRN-RECORD.
       0100-PP-POST-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-REM-HEADER : Opens the vendor's remittance advice.
      *-----------------------------------------------------------------
       0100-PP-REM-HEADER.
           MOVE 1 TO WS-CP-HDR
           MOVE SPACES TO WS-CP-PRV-NOM
           MOVE PPG-PROV TO PRV-CODIGO
           READ PROVEEDORES
              KEY IS PRV-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PRV-NOMBRE TO WS-CP-PRV-NOM
           END-READ
           MOVE WS-HYPHNS(1:80) TO REMPRN-RECORD
           WRITE REMPRN-RECORD
           MOVE SPACES TO REMPRN-RECORD
           STRING 'COMPROBANTE DE PAGO - LOTE ' WS-CP-LOTE
                  ' - FECHA ' WS-DATETIME(1:8)
           DELIMITED BY SIZE INTO REMPRN-RECORD
           WRITE REMPRN-RECORD
           MOVE SPACES TO REMPRN-RECORD
           STRING 'PROVEEDOR: ' PPG-PROV ' ' WS-CP-PRV-NOM
           DELIMITED BY SIZE INTO REMPRN-RECORD
           WRITE REMPRN-RECORD
           MOVE SPACES TO REMPRN-RECORD
           STRING 'FACTURA      FECHA   '
                  '        VALOR     RETENIDO'
                  '       PAGADO    PENDIENTE'
           DELIMITED BY SIZE INTO REMPRN-RECORD
           WRITE REMPRN-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PP-END-VENDOR : Closes one vendor of the run: lowers its
      *    payable balance, writes its transfer and the total of its
      *    remittance advice.
      *-----------------------------------------------------------------
       0100-PP-END-VENDOR.
           IF WS-V-CP-PRV-PAGO = 0 THEN
              GO TO 0100-PP-END-VENDOR-FIN
           END-IF
           MOVE WS-CP-PREV-PROV TO PRV-CODIGO
           READ PROVEEDORES
              KEY IS PRV-CODIGO
              INVALID KEY
                 MOVE SPACES TO REG-PROVEEDOR
                 MOVE WS-CP-PREV-PROV TO PRV-CODIGO
              NOT INVALID KEY
                 SUBTRACT WS-V-CP-PRV-REBAJA FROM PRV-SALDO
                 REWRITE REG-PROVEEDOR
           END-READ
           MOVE SPACES TO TRF-REG
           MOVE 'D' TO TRF-TIPO
           MOVE PRV-NIT TO TRF-NIT
           MOVE PRV-NITDV TO TRF-NITDV
           MOVE PRV-NOMBRE TO TRF-NOMBRE
           MOVE PRV-BANCO TO TRF-BANCO
           MOVE PRV-CTA-TIPO TO TRF-CTA-TIPO
           MOVE PRV-CUENTA TO TRF-CUENTA
           MOVE WS-V-CP-PRV-PAGO TO TRF-VALOR
           STRING 'LOTE ' WS-CP-LOTE ' ' WS-CP-PREV-PROV
           DELIMITED BY SIZE INTO TRF-REF
           WRITE TRF-REG
           ADD 1 TO WS-CP-TRF-CNT
           ADD WS-V-CP-PRV-PAGO TO WS-V-CP-TOTAL
           MOVE WS-V-CP-PRV-PAGO TO WS-CP-TOT-ED
           MOVE SPACES TO REMPRN-RECORD
           STRING 'TOTAL TRANSFERIDO: ' WS-CP-TOT-ED
                  '  A LA CUENTA ' PRV-BANCO ' ' PRV-CTA-TIPO ' '
                  PRV-CUENTA
           DELIMITED BY SIZE INTO REMPRN-RECORD
           WRITE REMPRN-RECORD.
       0100-PP-END-VENDOR-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DN-MENU : Vendor debit notes from returns to vendor:
      *    offsetting them against open invoices, matching the vendor's
      *    credit memo, and the open-returns report.
      *-----------------------------------------------------------------
       0100-DN-MENU.
           DISPLAY WS-MSG-CPDN LINE 07 COL 01
           MOVE SPACES TO WS-CP-RESP
           ACCEPT WS-CP-RESP LINE 07 COL 75
           MOVE FUNCTION UPPER-CASE(WS-CP-RESP) TO WS-CP-RESP
           EVALUATE WS-CP-RESP
              WHEN 'A'
                 PERFORM 0100-DN-APPLY THRU 0100-DN-APPLY-FIN
              WHEN 'M'
                 PERFORM 0100-DN-MEMO THRU 0100-DN-MEMO-FIN
              WHEN 'L'
                 PERFORM 0100-DN-OPEN-REPORT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DN-APPLY : Offsets one debit note of a vendor against
      *    one of its approved invoices, for as much as both allow. The
      *    vendor's balance already went down with the note; it only
      *    drops again by the withholdings when the note closes the
      *    invoice, as a payment does.
      *-----------------------------------------------------------------
       0100-DN-APPLY.
           DISPLAY WS-MSG-CPDV LINE 08 COL 01
           MOVE SPACES TO WS-CP-PROV
           ACCEPT WS-CP-PROV LINE 08 COL 13
           MOVE FUNCTION UPPER-CASE(WS-CP-PROV) TO WS-CP-PROV
           IF WS-CP-PROV = SPACES THEN
              GO TO 0100-DN-APPLY-FIN
           END-IF
           MOVE 0 TO WS-DN-CNT
           DISPLAY WS-LB-DN2 LINE 09 COL 01
           MOVE 9 TO WS-ROWCTRL
           OPEN INPUT NOTASPRV
           IF WS-NDP-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ NOTASPRV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF NDP-PROV = WS-CP-PROV
                       AND NDP-EST-DISPONIBLE
                       AND NDP-VALOR > NDP-APLICADO
                       AND WS-DN-CNT < 10 THEN
                          ADD 1 TO WS-DN-CNT
                          MOVE NDP-NUM TO WS-DN-T-NUM(WS-DN-CNT)
                          ADD 1 TO WS-ROWCTRL
                          MOVE NDP-VALOR TO WS-CP-ED1
                          COMPUTE WS-CP-ED2 = NDP-VALOR - NDP-APLICADO
                          DISPLAY WS-DN-CNT LINE WS-ROWCTRL COL 01
                          DISPLAY NDP-NUM LINE WS-ROWCTRL COL 05
                          DISPLAY NDP-FECHA LINE WS-ROWCTRL COL 12
                          DISPLAY NDP-PEDREF LINE WS-ROWCTRL COL 21
                          DISPLAY NDP-CODART LINE WS-ROWCTRL COL 28
                          DISPLAY WS-CP-ED1 LINE WS-ROWCTRL COL 39
                          DISPLAY WS-CP-ED2 LINE WS-ROWCTRL COL 53
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTASPRV
           IF WS-DN-CNT = 0 THEN
              DISPLAY WS-MSG-CPD0 LINE 22 COL 01
              GO TO 0100-DN-APPLY-FIN
           END-IF
           DISPLAY WS-MSG-CPDS LINE 22 COL 01
           MOVE 0 TO WS-CP-SEL
           ACCEPT WS-CP-SEL LINE 22 COL 60
           IF WS-CP-SEL = 0 OR WS-CP-SEL > WS-DN-CNT THEN
              GO TO 0100-DN-APPLY-FIN
           END-IF
           MOVE WS-DN-T-NUM(WS-CP-SEL) TO WS-DN-NUM
           DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
           MOVE 0 TO WS-CP-CNT
           DISPLAY WS-LB-DNF LINE 09 COL 01
           MOVE 9 TO WS-ROWCTRL
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS = '00' THEN
              MOVE WS-CP-PROV TO FPR-PROV
              MOVE LOW-VALUES TO FPR-NUMFAC
              SET WS-END-FILE TO 0
              START FACPROV KEY IS NOT LESS THAN FPR-CLAVE
                 INVALID KEY
                    SET WS-END-FILE TO 1
              END-START
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACPROV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FPR-PROV NOT = WS-CP-PROV THEN
                          SET WS-END-FILE TO 1
                       ELSE
                          PERFORM 0100-PP-OPEN-AMOUNT
                          IF FPR-EST-APROBADA AND WS-V-CP-ABIERTO > 0
                          AND WS-CP-CNT < 10 THEN
                             ADD 1 TO WS-CP-CNT
                             MOVE FPR-PROV TO WS-CP-T-PROV(WS-CP-CNT)
                             MOVE FPR-NUMFAC
                                TO WS-CP-T-NUMFAC(WS-CP-CNT)
                             ADD 1 TO WS-ROWCTRL
                             MOVE WS-V-CP-ABIERTO TO WS-CP-ED1
                             DISPLAY WS-CP-CNT LINE WS-ROWCTRL COL 01
                             DISPLAY FPR-NUMFAC LINE WS-ROWCTRL COL 05
                             DISPLAY FPR-FVENCE LINE WS-ROWCTRL COL 18
                             DISPLAY WS-CP-ED1 LINE WS-ROWCTRL COL 27
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACPROV
           IF WS-CP-CNT = 0 THEN
              DISPLAY WS-MSG-CPDI LINE 22 COL 01
              GO TO 0100-DN-APPLY-FIN
           END-IF
           DISPLAY WS-MSG-CPDF LINE 22 COL 01
           MOVE 0 TO WS-CP-SEL
           ACCEPT WS-CP-SEL LINE 22 COL 60
           IF WS-CP-SEL = 0 OR WS-CP-SEL > WS-CP-CNT THEN
              GO TO 0100-DN-APPLY-FIN
           END-IF
           PERFORM 0100-DN-CROSS.
       0100-DN-APPLY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DN-CROSS : Applies note WS-DN-NUM to the selected
      *    invoice.
      *-----------------------------------------------------------------
       0100-DN-CROSS.
           MOVE 0 TO WS-V-DN-APLICA
           OPEN I-O NOTASPRV
           OPEN I-O FACPROV
           MOVE WS-DN-NUM TO NDP-NUM
           READ NOTASPRV
              INVALID KEY
                 MOVE 0 TO WS-V-DN-DISP
              NOT INVALID KEY
                 COMPUTE WS-V-DN-DISP = NDP-VALOR - NDP-APLICADO
           END-READ
           MOVE WS-CP-T-PROV(WS-CP-SEL) TO FPR-PROV
           MOVE WS-CP-T-NUMFAC(WS-CP-SEL) TO FPR-NUMFAC
           READ FACPROV
              INVALID KEY
                 MOVE 0 TO WS-V-DN-DISP
              NOT INVALID KEY
                 PERFORM 0100-PP-OPEN-AMOUNT
           END-READ
           IF WS-V-DN-DISP > 0 AND WS-V-CP-ABIERTO > 0 THEN
              MOVE WS-V-DN-DISP TO WS-V-DN-APLICA
              IF WS-V-DN-APLICA > WS-V-CP-ABIERTO THEN
                 MOVE WS-V-CP-ABIERTO TO WS-V-DN-APLICA
              END-IF
              COMPUTE FPR-ABONADO = WS-V-CP-ABON + WS-V-DN-APLICA
              IF WS-V-DN-APLICA = WS-V-CP-ABIERTO THEN
                 SET FPR-EST-PAGADA TO TRUE
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE WS-DATETIME(1:8) TO FPR-FPAGO
                 SET FPR-CONCILIADA TO TRUE
              END-IF
              REWRITE FPR-REG
              ADD WS-V-DN-APLICA TO NDP-APLICADO
              IF NDP-APLICADO NOT < NDP-VALOR THEN
                 SET NDP-EST-APLICADA TO TRUE
              END-IF
              REWRITE NDP-REG
           END-IF
           CLOSE FACPROV
           CLOSE NOTASPRV
           IF WS-V-DN-APLICA > 0 THEN
              IF FPR-EST-PAGADA AND WS-V-CP-RETEN > 0 THEN
                 MOVE FPR-PROV TO WS-CP-PROV
                 MOVE WS-V-CP-RETEN TO WS-V-CP-VALOR
                 PERFORM 0100-LOWER-PRV-SALDO
              END-IF
              MOVE WS-V-DN-APLICA TO WS-CP-ED1
              DISPLAY WS-MSG-CPDK LINE 23 COL 01
              DISPLAY WS-CP-ED1 LINE 23 COL 34
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DN-MEMO : Matches the vendor's own credit memo to a
      *    debit note, which closes the return.
      *-----------------------------------------------------------------
       0100-DN-MEMO.
           DISPLAY WS-MSG-CPDU LINE 08 COL 01
           MOVE 0 TO WS-DN-NUM
           ACCEPT WS-DN-NUM LINE 08 COL 30
           IF WS-DN-NUM = 0 THEN
              GO TO 0100-DN-MEMO-FIN
           END-IF
           OPEN I-O NOTASPRV
           MOVE WS-DN-NUM TO NDP-NUM
           READ NOTASPRV
              INVALID KEY
                 DISPLAY WS-MSG-CPDX LINE 22 COL 01
                 CLOSE NOTASPRV
                 GO TO 0100-DN-MEMO-FIN
           END-READ
           IF NDP-MEMO NOT = SPACES THEN
              DISPLAY WS-MSG-CPDY LINE 22 COL 01
              CLOSE NOTASPRV
              GO TO 0100-DN-MEMO-FIN
           END-IF
           MOVE NDP-VALOR TO WS-CP-ED1
           DISPLAY WS-LB-DN1 LINE 10 COL 05
           DISPLAY NDP-NUM LINE 11 COL 05
           DISPLAY NDP-FECHA LINE 11 COL 12
           DISPLAY NDP-PROV LINE 11 COL 21
           DISPLAY NDP-PEDREF LINE 11 COL 32
           DISPLAY NDP-CODART LINE 11 COL 39
           DISPLAY WS-CP-ED1 LINE 11 COL 50
           DISPLAY WS-MSG-CPDC LINE 13 COL 01
           MOVE SPACES TO WS-DN-MEMO
           ACCEPT WS-DN-MEMO LINE 13 COL 45
           IF WS-DN-MEMO NOT = SPACES THEN
              MOVE FUNCTION UPPER-CASE(WS-DN-MEMO) TO NDP-MEMO
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:8) TO NDP-FMEMO
              REWRITE NDP-REG
              DISPLAY WS-MSG-CPDM LINE 22 COL 01
           END-IF
           CLOSE NOTASPRV.
       0100-DN-MEMO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DN-OPEN-REPORT : Returns to vendor whose credit memo
      *    has not arrived yet, on screen and in a CSV with the days
      *    each one has been open.
      *-----------------------------------------------------------------
       0100-DN-OPEN-REPORT.
           MOVE 0 TO WS-DN-CNT
           MOVE 0 TO WS-DN-CSV
           MOVE 0 TO WS-V-CP-TOTAL
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CP-HOY-N
           DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
           DISPLAY WS-LB-DN1 LINE 07 COL 01
           MOVE 7 TO WS-ROWCTRL
           OPEN INPUT NOTASPRV
           IF WS-NDP-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ NOTASPRV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF NDP-MEMO = SPACES THEN
                          PERFORM 0100-DN-REPORT-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTASPRV
           IF WS-DN-CNT = 0 THEN
              DISPLAY WS-MSG-CPDA LINE 10 COL 01
           ELSE
              MOVE WS-V-CP-TOTAL TO WS-CP-TOT-ED
              DISPLAY WS-LB-PPTT LINE 21 COL 29
              DISPLAY WS-CP-TOT-ED LINE 21 COL 46
              CLOSE OUT-INFORME
              OPEN EXTEND RPTLOG
              MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
              WRITE RPTLOG-RECORD
              CLOSE RPTLOG
              DISPLAY WS-MSG-CPDR LINE 22 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DN-REPORT-LINE : One open return, on screen and in the
      *    CSV, which is opened with the first one.
      *-----------------------------------------------------------------
       0100-DN-REPORT-LINE.
           ADD 1 TO WS-DN-CNT
           ADD NDP-VALOR TO WS-V-CP-TOTAL
           IF WS-DN-CSV = 0 THEN
              MOVE 1 TO WS-DN-CSV
              MOVE WS-DELIM-DEF TO WS-CSV-DELIM
              MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
              MOVE SPACES TO WS-INFORME-FNAME
              STRING 'DEVPROV_' WS-RPT-STAMP '.CSV'
              INTO WS-INFORME-FNAME
              OPEN OUTPUT OUT-INFORME
              MOVE SPACES TO OUTPUT-RECORD
              STRING 'NOTA' WS-CSV-DELIM 'FECHA' WS-CSV-DELIM
                     'PROVEEDOR' WS-CSV-DELIM 'OC' WS-CSV-DELIM
                     'ARTICULO' WS-CSV-DELIM 'CANTIDAD' WS-CSV-DELIM
                     'COSTO' WS-CSV-DELIM 'VALOR' WS-CSV-DELIM
                     'APLICADO' WS-CSV-DELIM 'DIAS'
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-IF
           MOVE NDP-FECHA TO WS-CP-VEN-N
           COMPUTE WS-DN-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-CP-HOY-N)
              - FUNCTION INTEGER-OF-DATE(WS-CP-VEN-N)
           PERFORM 0100-PP-NEWROW
           MOVE NDP-VALOR TO WS-CP-ED1
           MOVE NDP-APLICADO TO WS-CP-ED2
           DISPLAY NDP-NUM LINE WS-ROWCTRL COL 05
           DISPLAY NDP-FECHA LINE WS-ROWCTRL COL 12
           DISPLAY NDP-PROV LINE WS-ROWCTRL COL 21
           DISPLAY NDP-PEDREF LINE WS-ROWCTRL COL 32
           DISPLAY NDP-CODART LINE WS-ROWCTRL COL 39
           DISPLAY WS-CP-ED1 LINE WS-ROWCTRL COL 50
           DISPLAY WS-CP-ED2 LINE WS-ROWCTRL COL 63
           MOVE NDP-CANT TO WS-CP-ED3
           MOVE NDP-COSTO TO WS-CP-ED4
           MOVE SPACES TO OUTPUT-RECORD
           STRING NDP-NUM WS-CSV-DELIM NDP-FECHA WS-CSV-DELIM
                  NDP-PROV WS-CSV-DELIM NDP-PEDREF WS-CSV-DELIM
                  NDP-CODART WS-CSV-DELIM WS-CP-ED3 WS-CSV-DELIM
                  WS-CP-ED4 WS-CSV-DELIM WS-CP-ED1 WS-CSV-DELIM
                  WS-CP-ED2 WS-CSV-DELIM WS-DN-DIAS
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "RETCALC.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
