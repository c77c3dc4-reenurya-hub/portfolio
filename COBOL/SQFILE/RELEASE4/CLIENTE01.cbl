      *                                validated against MEDIOSPG.DAT  *
      *                                and one receipt can be split    *
      *                                across several methods.         *
      * 15-oct-2026    R. Urquijo      Payment terms per customer      *
      *                                (days, prompt-payment discount  *
      *                                percent and window) as field 8; *
      *                                a payment applied inside the    *
      *                                window offers the discount,     *
      *                                which closes the invoice in full*
      *                                and is logged as method DTOPP.  *
      * 15-oct-2026    R. Urquijo      Post-dated cheques (method      *
      *                                CHEQPF) go to the cheque        *
      *                                portfolio CHEQUES.DAT instead of*
      *                                the balance; payments can also  *
      *                                be applied to open charge       *
      *                                documents.                      *
      * 15-oct-2026    R. Urquijo      Field 9 flags a customer exempt *
      *                                from default interest.          *
      * 15-oct-2026    R. Urquijo      Payments and cheques carry the  *
      *                                operator and the open cash      *
      *                                drawer session (CAJAS.DAT).     *
      * 15-oct-2026    R. Urquijo      Voided invoices are left out of *
      *                                the statement.                  *
      * 15-oct-2026    R. Urquijo      New customers start without a   *
      *                                merge pointer.                  *
      * 15-oct-2026    R. Urquijo      Field 10 sets the invoicing     *
      *                                currency (blank or USD). A USD  *
      *                                customer pays in USD at the     *
      *                                day's TCAMBIO.DAT rate; each    *
      *                                application to a USD document   *
      *                                logs its realized exchange      *
      *                                difference to DIFCAMB.DAT and   *
      *                                the statement lists it.         *
      * 15-oct-2026    R. Urquijo      A change to the credit limit    *
      *                                (field 6), and the limit of a   *
      *                                new customer, is queued in      *
      *                                CUPOSOL.DAT for a supervisor's  *
      *                                approval in CUPO01 instead of   *
      *                                being written to the customer.  *
      * 15-oct-2026    R. Urquijo      The first payment of an invoice *
      *                                offers the withholdings of the  *
      *                                customer's concepts             *
      *                                (RETTER.DAT); taken, they close *
      *                                that part of the invoice, are   *
      *                                logged as method RETEN and kept *
      *                                in RETMOV.DAT.                  *
      * 15-oct-2026    R. Urquijo      Tax ID with check digit as field*
      *                                11.                             *
      * 15-oct-2026    R. Urquijo      Statement reads only the        *
      *                                customer's invoices and open    *
      *                                items by key.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTE01.
       copy "CXCSEL.cpy".
       copy "PAGSEL.cpy".
       copy "MPGSEL.cpy".
       copy "CHQSEL.cpy".
       copy "CAJSEL.cpy".
       copy "TCASEL.cpy".
       copy "CXMSEL.cpy".
       copy "DCBSEL.cpy".
       copy "CPSSEL.cpy".
       copy "RTCSEL.cpy".
       copy "RTTSEL.cpy".
       copy "RTMSEL.cpy".
           SELECT EXTRACTO ASSIGN TO "EXTRACTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXT-STATUS.
       copy "PAGFD.cpy".
      *
       copy "MPGFD.cpy".
      *
       copy "CHQFD.cpy".
      *
       copy "CAJFD.cpy".
      *
       copy "TCAFD.cpy".
      *
       copy "CXMFD.cpy".
      *
       copy "DCBFD.cpy".
      *
       copy "CPSFD.cpy".
      *
       copy "RTCFD.cpy".
      *
       copy "RTTFD.cpy".
      *
       copy "RTMFD.cpy".
      *
       FD EXTRACTO.
       01 EXTRACTO-RECORD      PIC X(100).
               05  WS-EXT-STATUS PIC XX.
               05  WS-CXC-STATUS PIC XX.
               05  WS-MPG-STATUS PIC XX.
               05  WS-CHQ-STATUS PIC XX.
               05  WS-CAJ-STATUS PIC XX.
               05  WS-TCA-STATUS PIC XX.
               05  WS-CXM-STATUS PIC XX.
               05  WS-DCB-STATUS PIC XX.
               05  WS-CPS-STATUS PIC XX.
       01 WS-CLIENTE.
           03 WS-CLI-ID           PIC X(10).
               88 WS-CLI-ID-BLANK     VALUE SPACE.
           03 WS-CLI-CUPO         PIC 9(7)V99.
           03 WS-CLI-SALDO        PIC S9(7)V99.
           03 WS-CLI-LISTA        PIC X(06).
           03 WS-CLI-PLAZO        PIC 9(03).
           03 WS-CLI-DTOPCT       PIC 9(02)V99.
           03 WS-CLI-DTODIAS      PIC 9(03).
           03 WS-CLI-PLZ-DEF      PIC 9 VALUE 0.
           03 WS-CLI-EXINT        PIC X(01).
               88 WS-CLI-EXENTO       VALUE 'S'.
           03 WS-CLI-MONEDA       PIC X(03).
               88 WS-CLI-PESOS        VALUE SPACES.
               88 WS-CLI-DOLARES      VALUE 'USD'.
           03 WS-CLI-NIT          PIC X(10).
           03 WS-CLI-NITDV        PIC X(01).
       01  SCREEN-CHARS.
           03  GUIONES            PIC X(80) VALUES ALL "-".
           03  OPC                PIC 9.
           VALUE 'EXTRACTO EN EXTRACTO.TXT      '.
           03  MSG-BAD-VALOR      PIC X(30)
           VALUE 'VALOR INVALIDO.               '.
           03  MSG-PLZ-DEF        PIC X(30)
           VALUE 'PLAZO POR DEFECTO             '.
           03  MSG-PLZ-DIAS       PIC X(22)
           VALUE 'dias  Dto.pronto pago:'.
           03  MSG-PLZ-HASTA      PIC X(12)
           VALUE '% pagando en'.
           03  WS-DIAS-IN         PIC ZZ9.
           03  WS-PCT-IN          PIC Z9.99.
           03  WS-DIAS-ED         PIC ZZ9.
           03  WS-PCT-ED          PIC Z9.99.
           03  WS-END-FILE        PIC 9 VALUE 0.
           03  WS-LIST-LINE       PIC 99 VALUE 5.
           03  WS-SEL-CLI-ID      PIC X(10).
           03  WS-PAG-METODO      PIC X(06).
           03  WS-MPG-OK          PIC 9 VALUE 0.
           03  WS-APL-PRIMERA     PIC 9(6) VALUE 0.
           03  WS-CAJ-SESION      PIC 9(6) VALUE 0.
           03  WS-CAJ-FIN         PIC 9 VALUE 0.
           03  MSG-PAG-MET        PIC X(30)
           VALUE 'MEDIO DE PAGO:                '.
           03  MSG-PAG-MIV        PIC X(30)
           03  MSG-PAG-OTR        PIC X(30)
           VALUE 'OTRO MEDIO DE PAGO? S/N       '.
           03  MSG-APL-FAC        PIC X(37)
           VALUE 'DOCUMENTO A ABONAR NUM/TIPO (0=FIN):'.
           03  WS-APL-TIPO        PIC X(01).
           03  MSG-APL-VAL        PIC X(16)
           VALUE 'VALOR A ABONAR:'.
           03  MSG-APL-NOAB       PIC X(30)
           VALUE 'EXCEDE EL SALDO O EL PAGO.    '.
           03  MSG-APL-SINF       PIC X(30)
           VALUE 'EL CLIENTE NO TIENE ABIERTAS. '.
           03  WS-APL-DTOPCT      PIC 9(02)V99 VALUE 0.
           03  WS-APL-DTODIAS     PIC 9(03) VALUE 0.
           03  WS-V-APL-DTO       PIC 9(7)V99 VALUE 0.
           03  WS-APL-DTO-ED      PIC ZZZZZZ9.99.
           03  WS-APL-HOY-N       PIC 9(08).
           03  WS-APL-FEC-N       PIC 9(08).
           03  WS-APL-DIAS        PIC S9(05).
           03  MSG-APL-DTO        PIC X(16)
           VALUE 'DTO.PRONTO PAGO:'.
           03  MSG-APL-DTOS       PIC X(10)
           VALUE 'APLICA S/N'.
           03  WS-V-APL-RET       PIC 9(7)V99 VALUE 0.
           03  WS-V-APL-IVTOT-G   PIC 9(9)V99 VALUE 0.
           03  WS-V-APL-IVTOT-R   PIC 9(9)V99 VALUE 0.
           03  WS-V-APL-LINTOT    PIC 9(9)V99 VALUE 0.
           03  WS-APL-IVA-GEN     PIC 9(3)V99 VALUE 19.
           03  WS-APL-IVA-RED     PIC 9(3)V99 VALUE 5.
           03  WS-APL-LIN         PIC 9(4) VALUE 0.
           03  MSG-APL-RET        PIC X(16)
           VALUE 'RETENCIONES    :'.
       copy "RETWS.cpy".
       01  WS-CHEQUE.
           03  WS-MET-CHEQUE      PIC X(06) VALUE 'CHEQPF'.
           03  WS-CHQ-IDX         PIC 99 VALUE 0.
           03  WS-CHQ-DEVUELTO    PIC X(01) VALUE SPACE.
           03  MSG-CHQ-BCO        PIC X(18)
           VALUE 'BANCO DEL CHEQUE :'.
           03  MSG-CHQ-NUM        PIC X(18)
           VALUE 'NUMERO DE CHEQUE :'.
           03  MSG-CHQ-GIR        PIC X(18)
           VALUE 'GIRADOR          :'.
           03  MSG-CHQ-FDP        PIC X(18)
           VALUE 'CONSIGNAR EL DIA :'.
           03  MSG-CHQ-OK         PIC X(30)
           VALUE 'CHEQUE EN CARTERA.            '.
           03  MSG-CHQ-DUP        PIC X(30)
           VALUE 'ESE CHEQUE YA ESTA REGISTRADO.'.
           03  MSG-CHQ-MARCA      PIC X(30)
           VALUE 'CLIENTE CON CHEQUE DEVUELTO.  '.
           03  MSG-CHQ-FEC        PIC X(30)
           VALUE 'FECHA INVALIDA (AAAAMMDD).    '.
       01  WS-DIVISA.
           03  WS-PAG-MONEDA      PIC X(03) VALUE SPACES.
           03  WS-V-PAG-TASA      PIC 9(5)V9(4) VALUE 0.
           03  WS-TASA-ED         PIC ZZZZ9.9999.
           03  WS-TCA-HOY         PIC X(08).
           03  WS-TCA-FIN         PIC 9 VALUE 0.
           03  WS-V-PAG-ME        PIC 9(7)V99 VALUE 0.
           03  WS-V-APL-ME        PIC 9(7)V99 VALUE 0.
           03  WS-V-CXM-REST      PIC 9(7)V99 VALUE 0.
           03  WS-V-APL-PAGO      PIC 9(9)V99 VALUE 0.
           03  WS-V-DIF           PIC S9(9)V99 VALUE 0.
           03  WS-DIF-ED          PIC -ZZZZZZZZ9.99.
           03  WS-CXM-FOUND       PIC 9 VALUE 0.
           03  MSG-MON-INV        PIC X(30)
           VALUE 'MONEDA: BLANCO (PESOS) O USD. '.
           03  MSG-MON-PESOS      PIC X(20)
           VALUE '(blanco=pesos / USD)'.
           03  MSG-TCA-NO         PIC X(30)
           VALUE 'SIN TASA USD EN CAMBIO01.     '.
           03  MSG-TCA-DIA        PIC X(13)
           VALUE 'TASA DEL DIA:'.
           03  MSG-MON-CHQ        PIC X(30)
           VALUE 'CHEQUE POSTF. SOLO EN PESOS.  '.
           03  MSG-APL-VME        PIC X(16)
           VALUE 'VALOR USD ABONO:'.
           03  MSG-DIF-CAMB       PIC X(16)
           VALUE 'DIF. EN CAMBIO :'.
       01  WS-CUPOSOL.
           03  WS-CUPO-SOL        PIC 9(7)V99 VALUE 0.
           03  WS-CPS-FIN         PIC 9 VALUE 0.
           03  WS-CPS-PEND        PIC 9 VALUE 0.
           03  MSG-CPS-OK         PIC X(30)
           VALUE 'CUPO PENDIENTE DE APROBACION. '.
           03  MSG-CPS-YA         PIC X(30)
           VALUE 'YA HAY UN CUPO POR APROBAR.   '.
           03  MSG-CPS-IGUAL      PIC X(30)
           VALUE 'EL CUPO NO CAMBIO.            '.
       01  EXT-LINES.
           03  EL-TITULO          PIC X(40)
           VALUE 'ESTADO DE CUENTA DEL CLIENTE'.
           03  EL-LBL-FAC         PIC X(09) VALUE 'FACTURA  '.
           03  EL-LBL-PAG         PIC X(09) VALUE 'PAGO     '.
           03  EL-LBL-DIF         PIC X(09) VALUE 'DIF.CAMB '.
           03  EL-LBL-SALDO       PIC X(16) VALUE 'SALDO ACTUAL   :'.
           03  EL-LBL-CUPO        PIC X(16) VALUE 'CUPO DE CREDITO:'.
           03  EL-LBL-ABTO        PIC X(40)
                   "6-Cupo Credt.:"  LINE 10 COL 03
                   "Saldo actual :"  LINE 11 COL 03
                   "7-Lista Prec.:"  LINE 12 COL 03
                   "8-Plazo pago :"  LINE 13 COL 03
                   MSG-PLZ-DIAS      LINE 13 COL 22
                   MSG-PLZ-HASTA     LINE 13 COL 51
                   "dias"            LINE 13 COL 68
                   "9-Exento int.:"  LINE 14 COL 03
                   "(S/N)"           LINE 14 COL 22
                   "10-Moneda    :"  LINE 15 COL 03
                   MSG-MON-PESOS     LINE 15 COL 22
                   "11-NIT       :"  LINE 16 COL 03
                   "DV"              LINE 16 COL 30
                   GUIONES           LINE 22 COL 01.
       0110-OPCIONES.
           DISPLAY MSG-OPCION            LINE 02 COL 01
           ACCEPT WS-CLI-TEL LINE 08 COL 18 PROMPT.
       0155-ENT-CLI-EMAIL.
           ACCEPT WS-CLI-EMAIL LINE 09 COL 18 PROMPT.
      *
      *    0160-ENT-CLI-CUPO : the limit typed is only a request; it
      *    is queued by 0280-SOLICITA-CUPO and CLI-CUPO changes when
      *    a supervisor approves it in CUPO01.
       0160-ENT-CLI-CUPO.
           MOVE 0 TO WS-PAG-VALOR-IN
           ACCEPT WS-PAG-VALOR-IN LINE 10 COL 18 PROMPT
           MOVE WS-PAG-VALOR-IN TO WS-CUPO-SOL.
       0165-ENT-CLI-LISTA.
           MOVE SPACES TO WS-CLI-LISTA
           ACCEPT WS-CLI-LISTA LINE 12 COL 18 PROMPT
           MOVE FUNCTION UPPER-CASE(WS-CLI-LISTA) TO WS-CLI-LISTA.
       0170-ENT-CLI-PLAZO.
           MOVE 0 TO WS-DIAS-IN
           ACCEPT WS-DIAS-IN LINE 13 COL 18 PROMPT
           MOVE WS-DIAS-IN TO WS-CLI-PLAZO
           MOVE 0 TO WS-PCT-IN
           ACCEPT WS-PCT-IN LINE 13 COL 45 PROMPT
           MOVE WS-PCT-IN TO WS-CLI-DTOPCT
           MOVE 0 TO WS-DIAS-IN
           IF WS-CLI-DTOPCT > 0
               ACCEPT WS-DIAS-IN LINE 13 COL 64 PROMPT
           END-IF
           MOVE WS-DIAS-IN TO WS-CLI-DTODIAS
           MOVE 0 TO WS-CLI-PLZ-DEF.
       0175-ENT-CLI-EXINT.
           ACCEPT WS-CLI-EXINT LINE 14 COL 18 PROMPT
           MOVE FUNCTION UPPER-CASE(WS-CLI-EXINT) TO WS-CLI-EXINT
           IF NOT WS-CLI-EXENTO
               MOVE 'N' TO WS-CLI-EXINT
           END-IF.
      *
      *    0177-ENT-CLI-MONEDA : currency the customer is invoiced in;
      *    blank is pesos and USD the one currency TCAMBIO.DAT quotes.
       0177-ENT-CLI-MONEDA.
           ACCEPT WS-CLI-MONEDA LINE 15 COL 18 PROMPT
           MOVE FUNCTION UPPER-CASE(WS-CLI-MONEDA) TO WS-CLI-MONEDA
           IF NOT WS-CLI-PESOS AND NOT WS-CLI-DOLARES
               DISPLAY MSG-MON-INV LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               DISPLAY MSG-SP LINE 02 COL 41
               GO TO 0177-ENT-CLI-MONEDA.
      *
      *    0178-ENT-CLI-NIT : tax ID digits and check digit, as the
      *    yearly third-party report needs them.
       0178-ENT-CLI-NIT.
           ACCEPT WS-CLI-NIT LINE 16 COL 18 PROMPT
           ACCEPT WS-CLI-NITDV LINE 16 COL 33 PROMPT.
       0240-GRAB-FILE.
           MOVE WS-CLI-ID TO CLI-ID.
           MOVE WS-CLI-NOMBRE TO CLI-NOMBRE.
           MOVE WS-CLI-DIR TO CLI-DIR.
           MOVE WS-CLI-TEL TO CLI-TEL.
           MOVE WS-CLI-EMAIL TO CLI-EMAIL.
           MOVE 0 TO WS-CLI-CUPO.
           MOVE WS-CLI-CUPO TO CLI-CUPO.
           MOVE WS-CLI-LISTA TO CLI-LISTA.
           MOVE 0 TO CLI-SALDO.
           SET CLI-ACTIVO TO TRUE.
           MOVE SPACES TO CLI-FILLER.
           MOVE WS-CLI-MONEDA TO CLI-MONEDA.
           MOVE WS-CLI-NIT TO CLI-NIT.
           MOVE WS-CLI-NITDV TO CLI-NITDV.
           MOVE SPACES TO CLI-FUSION.
           MOVE WS-CLI-PLAZO TO CLI-PLAZO.
           MOVE WS-CLI-DTOPCT TO CLI-DTOPCT.
           MOVE WS-CLI-DTODIAS TO CLI-DTODIAS.
           MOVE WS-CLI-EXINT TO CLI-EXINT.
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY MSG-DUP-ID    LINE 02 COL 41
                   ACCEPT  X             LINE 02 COL 40 PROMPT
               NOT INVALID KEY
                   IF WS-CUPO-SOL > 0
                       PERFORM 0280-SOLICITA-CUPO
                          THRU 0280-FIN-SOLICITA
                       ACCEPT  X         LINE 02 COL 40 PROMPT
                   END-IF
           END-WRITE.

       0250-MOVE-TO-WS.
           MOVE CLI-CUPO TO WS-CLI-CUPO.
           MOVE CLI-SALDO TO WS-CLI-SALDO.
           MOVE CLI-LISTA TO WS-CLI-LISTA.
           IF CLI-PLAZO NUMERIC
               MOVE CLI-PLAZO TO WS-CLI-PLAZO
               MOVE 0 TO WS-CLI-PLZ-DEF
           ELSE
               MOVE 0 TO WS-CLI-PLAZO
               MOVE 1 TO WS-CLI-PLZ-DEF
           END-IF
           IF CLI-DTOPCT NUMERIC AND CLI-DTODIAS NUMERIC
               MOVE CLI-DTOPCT TO WS-CLI-DTOPCT
               MOVE CLI-DTODIAS TO WS-CLI-DTODIAS
           ELSE
               MOVE 0 TO WS-CLI-DTOPCT
               MOVE 0 TO WS-CLI-DTODIAS
           END-IF.
           IF CLI-EXENTO-INT
               MOVE 'S' TO WS-CLI-EXINT
           ELSE
               MOVE 'N' TO WS-CLI-EXINT
           END-IF.
           MOVE CLI-MONEDA TO WS-CLI-MONEDA.
           MOVE CLI-NIT TO WS-CLI-NIT.
           MOVE CLI-NITDV TO WS-CLI-NITDV.

      *    0255-DISPLAY-PLAZO : shows the payment terms line; a
      *    customer still on the system default says so.
       0255-DISPLAY-PLAZO.
           IF WS-CLI-PLZ-DEF = 1
               DISPLAY MSG-PLZ-DEF  LINE 13 COL 18
           ELSE
               MOVE WS-CLI-PLAZO TO WS-DIAS-ED
               DISPLAY WS-DIAS-ED   LINE 13 COL 18
               MOVE WS-CLI-DTOPCT TO WS-PCT-ED
               DISPLAY WS-PCT-ED    LINE 13 COL 45
               MOVE WS-CLI-DTODIAS TO WS-DIAS-ED
               DISPLAY WS-DIAS-ED   LINE 13 COL 64
           END-IF.

       0260-DISPLAY-FIELDS.
           MOVE WS-CLI-CUPO TO WS-CUPO-ED.
           DISPLAY WS-CUPO-ED      LINE 10 COL 18.
           DISPLAY WS-SALDO-ED     LINE 11 COL 18.
           DISPLAY WS-CLI-LISTA    LINE 12 COL 18.
           PERFORM 0255-DISPLAY-PLAZO.
           DISPLAY WS-CLI-EXINT    LINE 14 COL 18.
           DISPLAY WS-CLI-MONEDA   LINE 15 COL 18.
           DISPLAY WS-CLI-NIT      LINE 16 COL 18.
           DISPLAY WS-CLI-NITDV    LINE 16 COL 33.
           PERFORM 0110-OPCIONES.

       0270-UPDATE-CLIENTE.
           DISPLAY WS-CUPO-ED      LINE 10 COL 18.
           DISPLAY WS-SALDO-ED     LINE 11 COL 18.
           DISPLAY WS-CLI-LISTA    LINE 12 COL 18.
           PERFORM 0255-DISPLAY-PLAZO.
           DISPLAY WS-CLI-EXINT    LINE 14 COL 18.
           DISPLAY WS-CLI-MONEDA   LINE 15 COL 18.
           DISPLAY WS-CLI-NIT      LINE 16 COL 18.
           DISPLAY WS-CLI-NITDV    LINE 16 COL 33.
           PERFORM 0271-SEL-CAMPO.
           MOVE WS-CLI-NOMBRE TO CLI-NOMBRE.
           MOVE WS-CLI-DIR TO CLI-DIR.
           MOVE WS-CLI-TEL TO CLI-TEL.
           MOVE WS-CLI-EMAIL TO CLI-EMAIL.
           MOVE WS-CLI-LISTA TO CLI-LISTA.
           IF NUM-DATA = 8
               MOVE WS-CLI-PLAZO TO CLI-PLAZO
               MOVE WS-CLI-DTOPCT TO CLI-DTOPCT
               MOVE WS-CLI-DTODIAS TO CLI-DTODIAS
           END-IF.
           MOVE WS-CLI-EXINT TO CLI-EXINT.
           MOVE WS-CLI-MONEDA TO CLI-MONEDA.
           MOVE WS-CLI-NIT TO CLI-NIT.
           MOVE WS-CLI-NITDV TO CLI-NITDV.
           REWRITE REG-CLIENTE.
           CLOSE CLIENTES.
           IF NUM-DATA = 6
               PERFORM 0280-SOLICITA-CUPO THRU 0280-FIN-SOLICITA
           ELSE
               DISPLAY MSG-DAT-MOD-OK     LINE 02 COL 41
           END-IF
           ACCEPT X LINE 02 COL 40 PROMPT
           PERFORM 0110-OPCIONES.
      *
                   PERFORM 0160-ENT-CLI-CUPO
               WHEN 7
                   PERFORM 0165-ENT-CLI-LISTA
               WHEN 8
                   PERFORM 0170-ENT-CLI-PLAZO
               WHEN 9
                   PERFORM 0175-ENT-CLI-EXINT
               WHEN 10
                   PERFORM 0177-ENT-CLI-MONEDA
               WHEN 11
                   PERFORM 0178-ENT-CLI-NIT
               WHEN OTHER
                   GO TO 0271-SEL-CAMPO
           END-EVALUATE.
      *
      *    0280-SOLICITA-CUPO : queues the limit typed in field 6 in
      *    CUPOSOL.DAT as pending, with the limit in force and the
      *    operator who asked for it. A customer has one pending
      *    request at a time.
       0280-SOLICITA-CUPO.
           IF WS-CUPO-SOL = WS-CLI-CUPO
               DISPLAY MSG-CPS-IGUAL LINE 02 COL 41
               GO TO 0280-FIN-SOLICITA
           END-IF
           OPEN I-O CUPOSOL
           IF WS-CPS-STATUS = '35'
               OPEN OUTPUT CUPOSOL
               CLOSE CUPOSOL
               OPEN I-O CUPOSOL
           END-IF
           MOVE 0 TO WS-CPS-PEND
           MOVE 0 TO WS-CPS-FIN
           MOVE WS-CLI-ID TO CPS-CLIENTE
           MOVE LOW-VALUES TO CPS-FSOL
           MOVE LOW-VALUES TO CPS-HSOL
           START CUPOSOL KEY IS NOT LESS THAN CPS-CLAVE
               INVALID KEY
                   MOVE 1 TO WS-CPS-FIN
           END-START
           PERFORM UNTIL WS-CPS-FIN = 1
              READ CUPOSOL NEXT RECORD
                 AT END
                    MOVE 1 TO WS-CPS-FIN
                 NOT AT END
                    IF CPS-CLIENTE NOT = WS-CLI-ID
                       MOVE 1 TO WS-CPS-FIN
                    ELSE
                       IF CPS-EST-PENDIENTE
                          MOVE 1 TO WS-CPS-PEND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CPS-PEND = 1
               CLOSE CUPOSOL
               DISPLAY MSG-CPS-YA LINE 02 COL 41
               GO TO 0280-FIN-SOLICITA
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO CPS-REG
           MOVE WS-CLI-ID TO CPS-CLIENTE
           MOVE WS-DATETIME(1:8) TO CPS-FSOL
           MOVE WS-DATETIME(9:6) TO CPS-HSOL
           MOVE WS-CLI-CUPO TO CPS-CUPO-ANT
           MOVE WS-CUPO-SOL TO CPS-CUPO-NUEVO
           SET CPS-EST-PENDIENTE TO TRUE
           MOVE LNK-OPR-ID TO CPS-SOLICITA
           WRITE CPS-REG
               INVALID KEY
                   DISPLAY MSG-CPS-YA LINE 02 COL 41
               NOT INVALID KEY
                   DISPLAY MSG-CPS-OK LINE 02 COL 41
           END-WRITE
           CLOSE CUPOSOL.
       0280-FIN-SOLICITA.
           EXIT.
      *
      *    0300-REG-PAGO : captures one payment of a customer, appends
      *    it to PAGOS.DAT and discounts it from the customer balance.
       0300-REG-PAGO.
                   ACCEPT  X             LINE 02 COL 40 PROMPT
                   GO TO 0110-OPCIONES
           END-READ.
           IF CLI-DTOPCT NUMERIC AND CLI-DTODIAS NUMERIC
               MOVE CLI-DTOPCT TO WS-APL-DTOPCT
               MOVE CLI-DTODIAS TO WS-APL-DTODIAS
           ELSE
               MOVE 0 TO WS-APL-DTOPCT
               MOVE 0 TO WS-APL-DTODIAS
           END-IF
           MOVE CLI-CHQDEV TO WS-CHQ-DEVUELTO
           MOVE CLI-MONEDA TO WS-PAG-MONEDA
           CLOSE CLIENTES
           MOVE 0 TO WS-V-PAG-TASA
           IF WS-PAG-MONEDA NOT = SPACES
               PERFORM 0303-GET-TASA
               IF WS-V-PAG-TASA = 0
                   DISPLAY MSG-TCA-NO LINE 02 COL 41
                   ACCEPT X LINE 02 COL 40 PROMPT
                   DISPLAY MSG-SP LINE 02 COL 41
                   GO TO 0110-OPCIONES
               END-IF
               MOVE WS-V-PAG-TASA TO WS-TASA-ED
               DISPLAY MSG-TCA-DIA   LINE 19 COL 40
               DISPLAY WS-PAG-MONEDA LINE 19 COL 54
               DISPLAY WS-TASA-ED    LINE 19 COL 58
           END-IF
           PERFORM 0302-BUSCA-CAJA THRU 0302-FIN-CAJA
           MOVE 0 TO WS-PAG-OTRO
           PERFORM UNTIL WS-PAG-OTRO = 9
              PERFORM 0305-GET-METODO
              IF WS-PAG-MONEDA NOT = SPACES
                  DISPLAY "Valor en USD  :" LINE 21 COL 40
              ELSE
                  DISPLAY "Valor del pago:" LINE 21 COL 40
              END-IF
              MOVE 0 TO WS-PAG-VALOR-IN
              ACCEPT WS-PAG-VALOR-IN LINE 21 COL 57 PROMPT
              MOVE WS-PAG-VALOR-IN TO WS-V-PAG-VALOR
      *       A FOREIGN-CURRENCY PAYMENT IS BOOKED IN PESOS AT THE
      *       RATE OF THE DAY.
              IF WS-PAG-MONEDA NOT = SPACES
                  MOVE WS-V-PAG-VALOR TO WS-V-PAG-ME
                  COMPUTE WS-V-PAG-VALOR ROUNDED =
                     WS-V-PAG-ME * WS-V-PAG-TASA
              END-IF
              IF WS-V-PAG-VALOR = 0
                  DISPLAY MSG-BAD-VALOR LINE 02 COL 41
                  MOVE 9 TO WS-PAG-OTRO
              ELSE
                  IF WS-PAG-METODO = WS-MET-CHEQUE
                      PERFORM 0330-CAPTURA-CHEQUE
                         THRU 0330-FIN-CHEQUE
                  ELSE
                      PERFORM 0306-DESCUENTA-SALDO
                      PERFORM 0310-APLICA-PAGO
                      PERFORM 0307-GRABA-PAGO
                  END-IF
                  DISPLAY MSG-PAG-OTR LINE 22 COL 01
                  ACCEPT X LINE 22 COL 32 PROMPT
                  IF X NOT = 'S' AND X NOT = 's'
           PERFORM 0100-SHOW-DISPLAY
           GO TO 0110-OPCIONES.
      *
      *    0302-BUSCA-CAJA : looks up the cash drawer session the
      *    operator has open in CAJAS.DAT, so the payments taken are
      *    counted at its close; zero when no drawer is open.
       0302-BUSCA-CAJA.
           MOVE 0 TO WS-CAJ-SESION
           MOVE 0 TO WS-CAJ-FIN
           OPEN INPUT CAJAS
           IF WS-CAJ-STATUS NOT = '00'
               CLOSE CAJAS
               GO TO 0302-FIN-CAJA
           END-IF
           PERFORM UNTIL WS-CAJ-FIN = 1
              READ CAJAS NEXT RECORD
                  AT END
                      MOVE 1 TO WS-CAJ-FIN
                  NOT AT END
                      IF CAJ-ABIERTA AND CAJ-OPERADOR = LNK-OPR-ID
                          MOVE CAJ-SESION TO WS-CAJ-SESION
                      END-IF
              END-READ
           END-PERFORM
           CLOSE CAJAS.
       0302-FIN-CAJA.
           EXIT.
      *
      *    0303-GET-TASA : latest USD rate of TCAMBIO.DAT dated on or
      *    before today, left in WS-V-PAG-TASA (zero when none).
       0303-GET-TASA.
           MOVE 0 TO WS-V-PAG-TASA
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-TCA-HOY
           OPEN INPUT TCAMBIO
           IF WS-TCA-STATUS = '00'
               MOVE 0 TO WS-TCA-FIN
               PERFORM UNTIL WS-TCA-FIN = 1
                  READ TCAMBIO
                      AT END
                          MOVE 1 TO WS-TCA-FIN
                      NOT AT END
                          IF TCA-FECHA NOT > WS-TCA-HOY
                              MOVE TCA-TASA TO WS-V-PAG-TASA
                          END-IF
                  END-READ
               END-PERFORM
           END-IF
           CLOSE TCAMBIO.
      *
      *    0305-GET-METODO : asks how the money came in and validates
      *    the method against MEDIOSPG.DAT; while the master does not
      *    exist the typed code is accepted, blank defaults to EFECT.
           MOVE WS-V-PAG-VALOR TO PAG-VALOR
           MOVE WS-PAG-METODO TO PAG-METODO
           MOVE WS-APL-PRIMERA TO PAG-FACTURA
           MOVE LNK-OPR-ID TO PAG-OPERADOR
           MOVE WS-CAJ-SESION TO PAG-SESION
           WRITE REG-PAGO
           CLOSE PAGOS.
      *
              DISPLAY MSG-APL-FAC LINE 20 COL 01
              MOVE 0 TO WS-APL-NUM
              ACCEPT WS-APL-NUM LINE 20 COL 40 PROMPT
              MOVE SPACE TO WS-APL-TIPO
              IF WS-APL-NUM NOT = 0
                 ACCEPT WS-APL-TIPO LINE 20 COL 47 PROMPT
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-APL-TIPO) TO WS-APL-TIPO
              IF WS-APL-TIPO = SPACE
                 MOVE 'F' TO WS-APL-TIPO
              END-IF
              IF WS-APL-NUM = 0
                 MOVE 1 TO WS-APL-FIN
              ELSE
       0310-FIN-APLICA.
           EXIT.
      *
      *    0315-LISTA-ABIERTAS : shows the customer's open documents
      *    (invoices and charges) with the remaining balance of each.
       0315-LISTA-ABIERTAS.
           MOVE 0 TO WS-CXC-ABIERTAS
           MOVE 12 TO WS-CXC-LINE
               CLOSE CARTERA
               GO TO 0315-FIN-LISTA
           END-IF
           OPEN INPUT CXCME
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ CARTERA NEXT RECORD
                       COMPUTE WS-V-CXC-REST =
                          CXC-VALOR - CXC-ABONADO
                       MOVE WS-V-CXC-REST TO WS-CXC-REST-ED
                       IF CXC-MONEDA NOT = SPACES
                          PERFORM 0317-LEE-CXM
                          IF WS-CXM-FOUND = 1
                             MOVE WS-V-CXM-REST TO WS-CXC-REST-ED
                          END-IF
                       END-IF
                       IF WS-CXC-LINE < 20
                          DISPLAY CXC-TIPO
                             LINE WS-CXC-LINE COL 38
                          DISPLAY CXC-NUM
                             LINE WS-CXC-LINE COL 40
                          DISPLAY CXC-FECHA
                             LINE WS-CXC-LINE COL 48
                          DISPLAY WS-CXC-REST-ED
                             LINE WS-CXC-LINE COL 58
                          DISPLAY CXC-MONEDA
                             LINE WS-CXC-LINE COL 69
                          ADD 1 TO WS-CXC-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CXCME
           CLOSE CARTERA.
       0315-FIN-LISTA.
           EXIT.
      *
      *    0317-LEE-CXM : reads the foreign-currency side of the
      *    CARTERA.DAT document in the record area, leaving what is
      *    still owed in that currency in WS-V-CXM-REST.
       0317-LEE-CXM.
           MOVE 0 TO WS-CXM-FOUND
           MOVE 0 TO WS-V-CXM-REST
           MOVE CXC-CLAVE TO CXM-CLAVE
           READ CXCME
               KEY IS CXM-CLAVE
               INVALID KEY
                   MOVE 0 TO WS-CXM-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-CXM-FOUND
                   COMPUTE WS-V-CXM-REST = CXM-VALOR - CXM-ABONADO
           END-READ.
      *
      *    0320-ABONA-FACTURA : applies part of the payment to one
      *    open invoice, closing it when it is fully covered. Inside
      *    the customer's prompt-payment window the discount is
      *    offered and, taken, closes the invoice in full.
       0320-ABONA-FACTURA.
           OPEN I-O CARTERA
           MOVE WS-SEL-CLI-ID TO CXC-CLIENTE
           MOVE WS-APL-TIPO TO CXC-TIPO
           MOVE WS-APL-NUM TO CXC-NUM
           READ CARTERA
               KEY IS CXC-CLAVE
               GO TO 0320-FIN-ABONA
           END-IF
           COMPUTE WS-V-CXC-REST = CXC-VALOR - CXC-ABONADO
           IF CXC-MONEDA NOT = SPACES
               PERFORM 0323-ABONA-DIVISA THRU 0323-FIN-DIVISA
               GO TO 0320-FIN-ABONA
           END-IF
           PERFORM 0326-OFRECE-RETEN THRU 0326-FIN-RETEN
           PERFORM 0325-OFRECE-DTO THRU 0325-FIN-DTO
           IF WS-V-APL-DTO > 0
               COMPUTE WS-V-APL-VALOR =
                  WS-V-CXC-REST - WS-V-APL-DTO - WS-V-APL-RET
           ELSE
               PERFORM 0322-PIDE-VALOR
           END-IF
           IF WS-V-APL-VALOR + WS-V-APL-RET > WS-V-CXC-REST
           OR WS-V-APL-VALOR > WS-V-PAG-REST
               CLOSE CARTERA
               DISPLAY MSG-APL-EXCE LINE 02 COL 41
               GO TO 0320-FIN-ABONA
           END-IF
           ADD WS-V-APL-VALOR TO CXC-ABONADO
           ADD WS-V-APL-DTO TO CXC-ABONADO
           ADD WS-V-APL-RET TO CXC-ABONADO
           IF CXC-ABONADO NOT < CXC-VALOR
               SET CXC-EST-SALDADA TO TRUE
           END-IF
           REWRITE CXC-REG
           CLOSE CARTERA
           IF WS-V-APL-DTO > 0
               PERFORM 0327-GRABA-DTO
           END-IF
           IF WS-V-APL-RET > 0
               PERFORM 0329-GRABA-RETEN
           END-IF
           SUBTRACT WS-V-APL-VALOR FROM WS-V-PAG-REST
           IF WS-APL-PRIMERA = 0
               MOVE WS-APL-NUM TO WS-APL-PRIMERA
           END-IF
           PERFORM 0315-LISTA-ABIERTAS.
       0320-FIN-ABONA.
           EXIT.
      *
      *    0322-PIDE-VALOR : asks how much of the payment goes to the
      *    invoice; zero takes whatever the payment or invoice allows,
      *    the invoice net of the withholdings taken.
       0322-PIDE-VALOR.
           DISPLAY MSG-APL-VAL LINE 21 COL 01
           MOVE 0 TO WS-APL-VALOR-IN
           ACCEPT WS-APL-VALOR-IN LINE 21 COL 20 PROMPT
           MOVE WS-APL-VALOR-IN TO WS-V-APL-VALOR
           IF WS-V-APL-VALOR = 0
               COMPUTE WS-V-APL-VALOR = WS-V-CXC-REST - WS-V-APL-RET
               IF WS-V-APL-VALOR > WS-V-PAG-REST
                   MOVE WS-V-PAG-REST TO WS-V-APL-VALOR
               END-IF
           END-IF.
      *
      *    0323-ABONA-DIVISA : applies part of the payment to a
      *    foreign-currency document, with CARTERA.DAT open and the
      *    document read. The value is taken in the currency and costs
      *    the payment that value at the rate of the day; the document
      *    is relieved of the same value at the rate it was booked at
      *    (of its whole peso rest when the currency side is paid off)
      *    and the difference between both is the realized exchange
      *    difference. No prompt-payment discount applies here.
       0323-ABONA-DIVISA.
           OPEN I-O CXCME
           PERFORM 0317-LEE-CXM
           IF WS-CXM-FOUND = 0
               CLOSE CXCME
               CLOSE CARTERA
               DISPLAY MSG-APL-NOAB LINE 02 COL 41
               GO TO 0323-FIN-DIVISA
           END-IF
           IF WS-V-PAG-TASA = 0
               PERFORM 0303-GET-TASA
           END-IF
           IF WS-V-PAG-TASA = 0
               CLOSE CXCME
               CLOSE CARTERA
               DISPLAY MSG-TCA-NO LINE 02 COL 41
               GO TO 0323-FIN-DIVISA
           END-IF
           DISPLAY MSG-APL-VME LINE 21 COL 01
           MOVE 0 TO WS-APL-VALOR-IN
           ACCEPT WS-APL-VALOR-IN LINE 21 COL 20 PROMPT
           MOVE WS-APL-VALOR-IN TO WS-V-APL-ME
           IF WS-V-APL-ME = 0
               MOVE WS-V-CXM-REST TO WS-V-APL-ME
               COMPUTE WS-V-APL-PAGO = WS-V-PAG-REST / WS-V-PAG-TASA
               IF WS-V-APL-ME > WS-V-APL-PAGO
                   MOVE WS-V-APL-PAGO TO WS-V-APL-ME
               END-IF
           END-IF
           COMPUTE WS-V-APL-PAGO ROUNDED =
              WS-V-APL-ME * WS-V-PAG-TASA
           IF WS-V-APL-ME = 0
           OR WS-V-APL-ME > WS-V-CXM-REST
           OR WS-V-APL-PAGO > WS-V-PAG-REST
               CLOSE CXCME
               CLOSE CARTERA
               DISPLAY MSG-APL-EXCE LINE 02 COL 41
               GO TO 0323-FIN-DIVISA
           END-IF
           IF WS-V-APL-ME = WS-V-CXM-REST
               MOVE WS-V-CXC-REST TO WS-V-APL-VALOR
           ELSE
               COMPUTE WS-V-APL-VALOR ROUNDED =
                  WS-V-APL-ME * CXM-TASA
               IF WS-V-APL-VALOR > WS-V-CXC-REST
                   MOVE WS-V-CXC-REST TO WS-V-APL-VALOR
               END-IF
           END-IF
           COMPUTE WS-V-DIF = WS-V-APL-PAGO - WS-V-APL-VALOR
           ADD WS-V-APL-ME TO CXM-ABONADO
           ADD WS-V-APL-VALOR TO CXC-ABONADO
           IF CXM-ABONADO NOT < CXM-VALOR
           OR CXC-ABONADO NOT < CXC-VALOR
               SET CXC-EST-SALDADA TO TRUE
           END-IF
           REWRITE CXM-REG
           REWRITE CXC-REG
           CLOSE CXCME
           CLOSE CARTERA
           SUBTRACT WS-V-APL-PAGO FROM WS-V-PAG-REST
           IF WS-V-DIF NOT = 0
               PERFORM 0328-GRABA-DIFCAMB
           END-IF
           IF WS-APL-PRIMERA = 0
               MOVE WS-APL-NUM TO WS-APL-PRIMERA
           END-IF
           PERFORM 0315-LISTA-ABIERTAS.
       0323-FIN-DIVISA.
           EXIT.
      *
      *    0325-OFRECE-DTO : when the customer has a prompt-payment
      *    discount, the invoice is still inside its window and what
      *    is left of the payment covers the invoice net of the
      *    discount and of the withholdings taken, offers the discount;
      *    WS-V-APL-DTO stays zero unless the operator takes it.
       0325-OFRECE-DTO.
           MOVE 0 TO WS-V-APL-DTO
           IF WS-APL-DTOPCT = 0 OR CXC-TIPO NOT = 'F'
               GO TO 0325-FIN-DTO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-APL-HOY-N
           MOVE CXC-FECHA TO WS-APL-FEC-N
           COMPUTE WS-APL-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-APL-HOY-N)
              - FUNCTION INTEGER-OF-DATE(WS-APL-FEC-N)
           IF WS-APL-DIAS > WS-APL-DTODIAS
               GO TO 0325-FIN-DTO
           END-IF
           COMPUTE WS-V-APL-DTO ROUNDED =
              CXC-VALOR * WS-APL-DTOPCT / 100
           IF WS-V-APL-DTO > WS-V-CXC-REST
               MOVE WS-V-CXC-REST TO WS-V-APL-DTO
           END-IF
           IF WS-V-APL-DTO + WS-V-APL-RET > WS-V-CXC-REST
               MOVE 0 TO WS-V-APL-DTO
               GO TO 0325-FIN-DTO
           END-IF
           IF WS-V-CXC-REST - WS-V-APL-DTO - WS-V-APL-RET
              > WS-V-PAG-REST
               MOVE 0 TO WS-V-APL-DTO
               GO TO 0325-FIN-DTO
           END-IF
           MOVE WS-V-APL-DTO TO WS-APL-DTO-ED
           DISPLAY MSG-APL-DTO   LINE 19 COL 01
           DISPLAY WS-APL-DTO-ED LINE 19 COL 17
           DISPLAY MSG-APL-DTOS  LINE 19 COL 28
           ACCEPT X LINE 19 COL 39 PROMPT
           IF X NOT = 'S' AND X NOT = 's'
               MOVE 0 TO WS-V-APL-DTO
           END-IF.
       0325-FIN-DTO.
           EXIT.
      *
      *    0326-OFRECE-RETEN : the first time an invoice of a customer
      *    with withholding concepts is paid, works out what the
      *    customer withholds from it - over the invoice value, which
      *    is the base before IVA, and the IVA of its lines - and
      *    offers it; WS-V-APL-RET stays zero unless the operator
      *    takes it, and then it closes that part of the invoice.
       0326-OFRECE-RETEN.
           MOVE 0 TO WS-V-APL-RET
           IF CXC-TIPO NOT = 'F'
               GO TO 0326-FIN-RETEN
           END-IF
           MOVE 'C' TO WS-RET-TERC-TIPO
           MOVE WS-SEL-CLI-ID TO WS-RET-TERCERO
           MOVE SPACES TO WS-RET-DOC
           STRING CXC-TIPO CXC-NUM DELIMITED BY SIZE INTO WS-RET-DOC
           PERFORM 0100-CHECK-RETEN-DOC
           IF WS-RET-HAY = 1
               GO TO 0326-FIN-RETEN
           END-IF
           MOVE CXC-VALOR TO WS-V-RET-BASE
           PERFORM 0324-IVA-FACTURA
           PERFORM 0100-CALC-RETEN THRU 0100-CALC-RETEN-FIN
           IF WS-V-RET-TOTAL = 0
           OR WS-V-RET-TOTAL > WS-V-CXC-REST
               GO TO 0326-FIN-RETEN
           END-IF
           MOVE WS-V-RET-TOTAL TO WS-APL-DTO-ED
           DISPLAY MSG-APL-RET   LINE 18 COL 01
           DISPLAY WS-APL-DTO-ED LINE 18 COL 17
           DISPLAY MSG-APL-DTOS  LINE 18 COL 28
           ACCEPT X LINE 18 COL 39 PROMPT
           IF X = 'S' OR X = 's'
               MOVE WS-V-RET-TOTAL TO WS-V-APL-RET
           END-IF.
       0326-FIN-RETEN.
           EXIT.
      *
      *    0324-IVA-FACTURA : IVA of the invoice in CXC-NUM worked out
      *    from the tax class of its lines in FACTURAS.DAT, left in
      *    WS-V-RET-IVA.
       0324-IVA-FACTURA.
           MOVE 0 TO WS-V-APL-IVTOT-G
           MOVE 0 TO WS-V-APL-IVTOT-R
           MOVE 0 TO WS-V-RET-IVA
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS NOT = '00'
               CLOSE FACTURAS
           ELSE
               PERFORM VARYING WS-APL-LIN FROM 1 BY 1
                       UNTIL WS-APL-LIN > 999
                  MOVE CXC-NUM TO FAC-NUM
                  MOVE WS-APL-LIN TO FAC-LIN
                  READ FACTURAS
                      INVALID KEY
                          MOVE 999 TO WS-APL-LIN
                      NOT INVALID KEY
                          MOVE FAC-TOTAL TO WS-V-APL-LINTOT
                          EVALUATE FAC-TAXCLASS
                             WHEN 'R'
                                ADD WS-V-APL-LINTOT
                                   TO WS-V-APL-IVTOT-R
                             WHEN 'E'
                                CONTINUE
                             WHEN OTHER
                                ADD WS-V-APL-LINTOT
                                   TO WS-V-APL-IVTOT-G
                          END-EVALUATE
                  END-READ
               END-PERFORM
               CLOSE FACTURAS
               COMPUTE WS-V-RET-IVA ROUNDED =
                  WS-V-APL-IVTOT-G * WS-APL-IVA-GEN / 100
                  + WS-V-APL-IVTOT-R * WS-APL-IVA-RED / 100
           END-IF.
      *
      *    0327-GRABA-DTO : the discount taken lowers the customer
      *    balance and is logged in PAGOS.DAT under method DTOPP
      *    against the invoice, so the statement explains it.
       0327-GRABA-DTO.
           OPEN I-O CLIENTES
           MOVE WS-SEL-CLI-ID TO CLI-ID
           READ CLIENTES
               KEY IS CLI-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-V-APL-DTO FROM CLI-SALDO
                   REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN EXTEND PAGOS
           MOVE WS-DATETIME(1:8) TO PAG-FECHA
           MOVE WS-SEL-CLI-ID TO PAG-CLIENTE
           MOVE WS-V-APL-DTO TO PAG-VALOR
           MOVE 'DTOPP' TO PAG-METODO
           MOVE WS-APL-NUM TO PAG-FACTURA
           MOVE LNK-OPR-ID TO PAG-OPERADOR
           MOVE 0 TO PAG-SESION
           WRITE REG-PAGO
           CLOSE PAGOS.
      *
      *    0328-GRABA-DIFCAMB : the exchange difference of one
      *    application goes back to the customer balance - the payment
      *    took its full value in pesos off it - and is logged to
      *    DIFCAMB.DAT for the statement and the accounting extract.
       0328-GRABA-DIFCAMB.
           OPEN I-O CLIENTES
           MOVE WS-SEL-CLI-ID TO CLI-ID
           READ CLIENTES
               KEY IS CLI-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-V-DIF TO CLI-SALDO
                   REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN EXTEND DIFCAMB
           MOVE SPACES TO DCB-REG
           MOVE WS-DATETIME(1:8) TO DCB-FECHA
           MOVE WS-SEL-CLI-ID TO DCB-CLIENTE
           MOVE CXC-TIPO TO DCB-TIPO
           MOVE CXC-NUM TO DCB-NUM
           MOVE CXM-MONEDA TO DCB-MONEDA
           MOVE WS-V-APL-ME TO DCB-VALOR-ME
           MOVE CXM-TASA TO DCB-TASA-DOC
           MOVE WS-V-PAG-TASA TO DCB-TASA-PAGO
           IF WS-V-DIF > 0
               SET DCB-INGRESO TO TRUE
               MOVE WS-V-DIF TO DCB-DIFERENCIA
           ELSE
               SET DCB-GASTO TO TRUE
               COMPUTE DCB-DIFERENCIA = 0 - WS-V-DIF
           END-IF
           MOVE LNK-OPR-ID TO DCB-OPERADOR
           WRITE DCB-REG
           CLOSE DIFCAMB
           MOVE WS-V-DIF TO WS-DIF-ED
           DISPLAY MSG-DIF-CAMB LINE 19 COL 01
           DISPLAY WS-DIF-ED    LINE 19 COL 17
           ACCEPT X LINE 19 COL 39 PROMPT.
      *
      *    0329-GRABA-RETEN : the withholdings taken lower the customer
      *    balance, are logged in PAGOS.DAT under method RETEN against
      *    the invoice, so the statement explains them, and are kept
      *    per concept in RETMOV.DAT for the monthly summary.
       0329-GRABA-RETEN.
           OPEN I-O CLIENTES
           MOVE WS-SEL-CLI-ID TO CLI-ID
           READ CLIENTES
               KEY IS CLI-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-V-APL-RET FROM CLI-SALDO
                   REWRITE REG-CLIENTE
           END-READ
           CLOSE CLIENTES
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN EXTEND PAGOS
           MOVE WS-DATETIME(1:8) TO PAG-FECHA
           MOVE WS-SEL-CLI-ID TO PAG-CLIENTE
           MOVE WS-V-APL-RET TO PAG-VALOR
           MOVE 'RETEN' TO PAG-METODO
           MOVE WS-APL-NUM TO PAG-FACTURA
           MOVE LNK-OPR-ID TO PAG-OPERADOR
           MOVE 0 TO PAG-SESION
           WRITE REG-PAGO
           CLOSE PAGOS
           MOVE WS-DATETIME(1:8) TO WS-RET-FECHA
           MOVE LNK-OPR-ID TO WS-RET-OPERADOR
           PERFORM 0100-GRABA-RETEN.
      *
      *    0330-CAPTURA-CHEQUE : a post-dated cheque does not touch the
      *    balance nor the open items; it is kept in the cheque
      *    portfolio CHEQUES.DAT until CHEQUE01 marks it deposited.
      *    Customers flagged for a bounced cheque cannot pay this way.
       0330-CAPTURA-CHEQUE.
           IF WS-PAG-MONEDA NOT = SPACES
               DISPLAY MSG-MON-CHQ LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               DISPLAY MSG-SP LINE 02 COL 41
               GO TO 0330-FIN-CHEQUE
           END-IF
           IF WS-CHQ-DEVUELTO = 'S'
               DISPLAY MSG-CHQ-MARCA LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               DISPLAY MSG-SP LINE 02 COL 41
               GO TO 0330-FIN-CHEQUE
           END-IF
           MOVE SPACES TO CHQ-REG
           DISPLAY MSG-CHQ-BCO LINE 15 COL 01
           ACCEPT CHQ-BANCO LINE 15 COL 20 PROMPT
           MOVE FUNCTION UPPER-CASE(CHQ-BANCO) TO CHQ-BANCO
           DISPLAY MSG-CHQ-NUM LINE 16 COL 01
           ACCEPT CHQ-NUMERO LINE 16 COL 20 PROMPT
           DISPLAY MSG-CHQ-GIR LINE 17 COL 01
           ACCEPT CHQ-GIRADOR LINE 17 COL 20 PROMPT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY MSG-CHQ-FDP LINE 18 COL 01
           ACCEPT CHQ-FDEPOSITO LINE 18 COL 20 PROMPT
           IF CHQ-FDEPOSITO = SPACES
               MOVE WS-DATETIME(1:8) TO CHQ-FDEPOSITO
           END-IF
           IF CHQ-FDEPOSITO NOT NUMERIC
           OR CHQ-BANCO = SPACES OR CHQ-NUMERO = SPACES
               DISPLAY MSG-CHQ-FEC LINE 02 COL 41
               ACCEPT X LINE 02 COL 40 PROMPT
               DISPLAY MSG-SP LINE 02 COL 41
               GO TO 0330-FIN-CHEQUE
           END-IF
           MOVE WS-SEL-CLI-ID TO CHQ-CLIENTE
           MOVE WS-V-PAG-VALOR TO CHQ-VALOR
           MOVE WS-DATETIME(1:8) TO CHQ-FRECIBO
           MOVE WS-DATETIME(1:8) TO CHQ-FESTADO
           SET CHQ-EST-CARTERA TO TRUE
           MOVE LNK-OPR-ID TO CHQ-OPERADOR
           MOVE WS-CAJ-SESION TO CHQ-SESION
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > 10
               MOVE 0 TO CHQ-APL-NUM(WS-CHQ-IDX)
               MOVE 0 TO CHQ-APL-VALOR(WS-CHQ-IDX)
           END-PERFORM
           OPEN I-O CHEQUES
           WRITE CHQ-REG
               INVALID KEY
                   DISPLAY MSG-CHQ-DUP LINE 02 COL 41
               NOT INVALID KEY
                   DISPLAY MSG-CHQ-OK LINE 02 COL 41
           END-WRITE
           CLOSE CHEQUES
           ACCEPT X LINE 02 COL 40 PROMPT
           DISPLAY MSG-SP LINE 02 COL 41.
       0330-FIN-CHEQUE.
           EXIT.
      *
      *    0400-EXTRACTO : writes the statement of one customer (the
           WRITE EXTRACTO-RECORD
           PERFORM 0410-EXT-FACTURAS
           PERFORM 0420-EXT-PAGOS
           PERFORM 0425-EXT-DIFCAMB
           PERFORM 0430-EXT-ABIERTAS
           MOVE SPACES TO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           GO TO 0110-OPCIONES.
      *
      *    0410-EXT-FACTURAS : adds every invoice header billed to the
      *    selected customer to the statement as a charge, except the
      *    voided ones. Only the customer's invoices are read, on the
      *    FAC-CLIENTE key.
       0410-EXT-FACTURAS.
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '35'
               CLOSE FACTURAS
           ELSE
               SET WS-END-FILE TO 0
               MOVE WS-SEL-CLI-ID TO FAC-CLIENTE
               START FACTURAS KEY IS NOT LESS THAN FAC-CLIENTE
                  INVALID KEY
                     SET WS-END-FILE TO 1
               END-START
               PERFORM UNTIL WS-END-FILE = 1
                  READ FACTURAS NEXT RECORD
                     AT END
                        SET WS-END-FILE TO 1
                     NOT AT END
                        IF FAC-CLIENTE NOT = WS-SEL-CLI-ID
                           SET WS-END-FILE TO 1
                        END-IF
                        IF FAC-LIN = 0
                        AND NOT FAC-ANULADA
                        AND FAC-CLIENTE = WS-SEL-CLI-ID
                           MOVE FAC-TOTAL TO WS-V-PAG-VALOR
                           MOVE WS-V-PAG-VALOR TO WS-VALOR-ED
               END-PERFORM
               CLOSE PAGOS
           END-IF.
      *
      *    0425-EXT-DIFCAMB : adds the exchange differences realized on
      *    the customer's foreign-currency documents; a gain is a charge
      *    and a loss a credit, as each moved the balance.
       0425-EXT-DIFCAMB.
           OPEN INPUT DIFCAMB
           IF WS-DCB-STATUS NOT = '00'
               CLOSE DIFCAMB
           ELSE
               SET WS-END-FILE TO 0
               PERFORM UNTIL WS-END-FILE = 1
                  READ DIFCAMB
                     AT END
                        SET WS-END-FILE TO 1
                     NOT AT END
                        IF DCB-CLIENTE = WS-SEL-CLI-ID
                           MOVE DCB-DIFERENCIA TO WS-VALOR-ED
                           MOVE SPACES TO EXTRACTO-RECORD
                           IF DCB-INGRESO
                              ADD DCB-DIFERENCIA TO WS-V-SALDO
                              STRING DCB-FECHA ' ' EL-LBL-DIF
                                     DCB-NUM ' ' WS-VALOR-ED
                              DELIMITED BY SIZE INTO EXTRACTO-RECORD
                           ELSE
                              SUBTRACT DCB-DIFERENCIA FROM WS-V-SALDO
                              STRING DCB-FECHA ' ' EL-LBL-DIF
                                     DCB-NUM ' ' WS-VALOR-ED '-'
                              DELIMITED BY SIZE INTO EXTRACTO-RECORD
                           END-IF
                           WRITE EXTRACTO-RECORD
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE DIFCAMB
           END-IF.

      *
      *    0430-EXT-ABIERTAS : adds the open documents of CARTERA.DAT
      *    that make up the balance, with the remaining value of each,
      *    so the statement explains the net figure. The customer
      *    leads the CARTERA key, so only its items are read.
       0430-EXT-ABIERTAS.
           OPEN INPUT CARTERA
           IF WS-CXC-STATUS NOT = '00' AND WS-CXC-STATUS NOT = '05'
           WRITE EXTRACTO-RECORD
           MOVE EL-LBL-ABTO TO EXTRACTO-RECORD
           WRITE EXTRACTO-RECORD
           OPEN INPUT CXCME
           SET WS-END-FILE TO 0
           MOVE WS-SEL-CLI-ID TO CXC-CLIENTE
           MOVE LOW-VALUES TO CXC-TIPO
           MOVE 0 TO CXC-NUM
           START CARTERA KEY IS NOT LESS THAN CXC-CLAVE
              INVALID KEY
                 SET WS-END-FILE TO 1
           END-START
           PERFORM UNTIL WS-END-FILE = 1
              READ CARTERA NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF CXC-CLIENTE NOT = WS-SEL-CLI-ID
                       SET WS-END-FILE TO 1
                    END-IF
                    IF CXC-CLIENTE = WS-SEL-CLI-ID
                    AND CXC-EST-ABIERTA
                       COMPUTE WS-V-CXC-REST =
                       STRING CXC-TIPO ' ' CXC-NUM ' '
                              CXC-FECHA ' ' WS-CXC-REST-ED
                       DELIMITED BY SIZE INTO EXTRACTO-RECORD
                       IF CXC-MONEDA NOT = SPACES
                          PERFORM 0317-LEE-CXM
                          IF WS-CXM-FOUND = 1
                             MOVE WS-V-CXM-REST TO WS-CXC-REST-ED
                             STRING CXC-MONEDA ' ' WS-CXC-REST-ED
                             DELIMITED BY SIZE
                             INTO EXTRACTO-RECORD(38:)
                          END-IF
                       END-IF
                       WRITE EXTRACTO-RECORD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CXCME
           CLOSE CARTERA.
       0430-FIN-ABIERTAS.
           EXIT.

       9990-END-PROGRAM.
           GOBACK.
      *
       copy "RETCALC.cpy".
       END PROGRAM CLIENTE01.
