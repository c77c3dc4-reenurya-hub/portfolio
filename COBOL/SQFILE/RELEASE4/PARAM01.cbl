      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 22-aug-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Second page for the commercial  *
      *                                knobs, starting with the default*
      *                                customer payment terms in days. *
      * 15-oct-2026    R. Urquijo      Bank fee charged on a bounced   *
      *                                cheque and the next receivable  *
      *                                charge number.                  *
      * 15-oct-2026    R. Urquijo      Default interest rate and debit *
      *                                note numbering.                 *
      * 15-oct-2026    R. Urquijo      Bank-cleared payment methods and*
      *                                date tolerance for the bank     *
      *                                reconciliation.                 *
      * 15-oct-2026    R. Urquijo      Next cash drawer session number.*
      * 15-oct-2026    R. Urquijo      Next layaway number and layaway *
      *                                cancellation fee percentage.    *
      * 15-oct-2026    R. Urquijo      Warning thresholds of the       *
      *                                invoice numbering resolution.   *
      * 15-oct-2026    R. Urquijo      Third page: discount limits per *
      *                                role for the invoice entry.     *
      * 15-oct-2026    R. Urquijo      Next customer consignment       *
      *                                document number on the third    *
      *                                page.                           *
      * 15-oct-2026    R. Urquijo      Next route van document number. *
      * 15-oct-2026    R. Urquijo      Paying bank account and next    *
      *                                vendor payment run number.      *
      * 15-oct-2026    R. Urquijo      Next vendor debit note number.  *
      * 15-oct-2026    R. Urquijo      Next assembly work order number *
      *                                and the labor and overhead rates*
      *                                of assembly.                    *
      * 15-oct-2026    R. Urquijo      Next service order number.      *
      * 15-oct-2026    R. Urquijo      Fourth page: sister company     *
      *                                directory and its customer and  *
      *                                supplier codes for intercompany *
      *                                sales.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM01.
           77 WS-PM-LPP          PIC ZZ9.
           77 WS-PM-NUM          PIC ZZZZZ9.
           77 WS-PM-IN           PIC X(17).
           77 WS-PM-VAL          PIC ZZZZZZ9.99.
           77 WS-PM-PCT          PIC Z9.99.
           77 WS-PM-MED          PIC X(24).
      *
           77 WS-ST-PM     PIC X(25) VALUE 'PARAMETROS DEL SISTEMA   '.
           77 WS-MSG-PMOK PIC X(80) VALUE ' Los parametros fueron gu'-
              WS-HYPHNS         LINE 05 COL 01
              WS-MSG-PMIN       LINE 06 COL 01
           PERFORM 0100-EDIT-PARAMS
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-PM          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
              WS-MSG-PMIN       LINE 06 COL 01
           PERFORM 0100-EDIT-PARAMS2
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-PM          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
              WS-MSG-PMIN       LINE 06 COL 01
           PERFORM 0100-EDIT-PARAMS3
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-PM          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
              WS-MSG-PMIN       LINE 06 COL 01
           PERFORM 0100-EDIT-PARAMS4
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
              COMPUTE WS-PAR-RSVDIAS = FUNCTION NUMVAL(WS-PM-IN(1:6))
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EDIT-PARAMS2 : Second page, the commercial knobs of the
      *    receivables and sales programs; ENTER keeps the value.
      *-----------------------------------------------------------------
       0100-EDIT-PARAMS2.
           MOVE WS-PAR-PLAZO TO WS-PM-LPP
           DISPLAY 'Plazo clientes (dias):' LINE 08 COL 01
           DISPLAY WS-PM-LPP LINE 08 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 08 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-PLAZO = FUNCTION NUMVAL(WS-PM-IN(1:6))
           END-IF
      *
           MOVE WS-PAR-CHQCOM TO WS-PM-VAL
           DISPLAY 'Comision cheque dev..:' LINE 09 COL 01
           DISPLAY WS-PM-VAL LINE 09 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 09 COL 36
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-CHQCOM = FUNCTION NUMVAL(WS-PM-IN(1:12))
           END-IF
      *
           MOVE WS-PAR-NEXTCGO TO WS-PM-NUM
           DISPLAY 'Proximo cargo cartera:' LINE 10 COL 01
           DISPLAY WS-PM-NUM LINE 10 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 10 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTCGO = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           MOVE WS-PAR-TASAMORA TO WS-PM-PCT
           DISPLAY 'Interes mora %/mes...:' LINE 11 COL 01
           DISPLAY WS-PM-PCT LINE 11 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 11 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-TASAMORA = FUNCTION NUMVAL(WS-PM-IN(1:6))
           END-IF
      *
           MOVE WS-PAR-NEXTNDB TO WS-PM-NUM
           DISPLAY 'Proxima nota debito..:' LINE 12 COL 01
           DISPLAY WS-PM-NUM LINE 12 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 12 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTNDB = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           DISPLAY 'Medios pago en banco.:' LINE 13 COL 01
           DISPLAY WS-PAR-MEDBCO LINE 13 COL 24
           MOVE SPACES TO WS-PM-MED
           ACCEPT WS-PM-MED LINE 13 COL 50
           IF WS-PM-MED NOT = SPACES
           AND WS-PM-MED NOT = LOW-VALUE THEN
              MOVE FUNCTION UPPER-CASE(WS-PM-MED) TO WS-PAR-MEDBCO
           END-IF
      *
           MOVE WS-PAR-CONDIAS TO WS-PM-LPP
           DISPLAY 'Dias tolerancia banco:' LINE 14 COL 01
           DISPLAY WS-PM-LPP LINE 14 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 14 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-CONDIAS = FUNCTION NUMVAL(WS-PM-IN(1:6))
           END-IF
      *
           MOVE WS-PAR-NEXTCAJ TO WS-PM-NUM
           DISPLAY 'Proxima sesion caja..:' LINE 15 COL 01
           DISPLAY WS-PM-NUM LINE 15 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 15 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTCAJ = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           MOVE WS-PAR-NEXTSEP TO WS-PM-NUM
           DISPLAY 'Proximo plan separe..:' LINE 16 COL 01
           DISPLAY WS-PM-NUM LINE 16 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 16 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTSEP = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           MOVE WS-PAR-SEPMULTA TO WS-PM-PCT
           DISPLAY 'Multa anula separe %.:' LINE 17 COL 01
           DISPLAY WS-PM-PCT LINE 17 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 17 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-SEPMULTA = FUNCTION NUMVAL(WS-PM-IN(1:6))
           END-IF
      *
           MOVE WS-PAR-RESAVF TO WS-PM-NUM
           DISPLAY 'Aviso resol. facturas:' LINE 18 COL 01
           DISPLAY WS-PM-NUM LINE 18 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 18 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-RESAVF = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           MOVE WS-PAR-RESAVD TO WS-PM-LPP
           DISPLAY 'Aviso resol. dias....:' LINE 19 COL 01
           DISPLAY WS-PM-LPP LINE 19 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 19 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-RESAVD = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EDIT-PARAMS3 : Third page, the price control of the
      *    invoice entry: the discount over the default price each
      *    role may give without a supervisor signature.
      *-----------------------------------------------------------------
       0100-EDIT-PARAMS3.
           MOVE WS-PAR-DSCOPE TO WS-PM-PCT
           DISPLAY 'Dscto max operador %.:' LINE 08 COL 01
           DISPLAY WS-PM-PCT LINE 08 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 08 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-DSCOPE = FUNCTION NUMVAL(WS-PM-IN(1:6))
           END-IF
      *
           MOVE WS-PAR-DSCSUP TO WS-PM-PCT
           DISPLAY 'Dscto max supervisor%:' LINE 09 COL 01
           DISPLAY WS-PM-PCT LINE 09 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 09 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-DSCSUP = FUNCTION NUMVAL(WS-PM-IN(1:6))
           END-IF
      *
           MOVE WS-PAR-NEXTCSC TO WS-PM-NUM
           DISPLAY 'Proxima consig. cli..:' LINE 10 COL 01
           DISPLAY WS-PM-NUM LINE 10 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 10 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTCSC = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           MOVE WS-PAR-NEXTAVT TO WS-PM-NUM
           DISPLAY 'Proximo doc. de ruta.:' LINE 11 COL 01
           DISPLAY WS-PM-NUM LINE 11 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 11 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTAVT = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           DISPLAY 'Cuenta pago a proveed:' LINE 12 COL 01
           DISPLAY WS-PAR-CTAPAG LINE 12 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 12 COL 44
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              MOVE WS-PM-IN TO WS-PAR-CTAPAG
           END-IF
      *
           MOVE WS-PAR-NEXTLPG TO WS-PM-NUM
           DISPLAY 'Proximo lote de pagos:' LINE 13 COL 01
           DISPLAY WS-PM-NUM LINE 13 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 13 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTLPG = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           MOVE WS-PAR-NEXTNDP TO WS-PM-NUM
           DISPLAY 'Proxima nota deb.prov:' LINE 14 COL 01
           DISPLAY WS-PM-NUM LINE 14 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 14 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTNDP = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           MOVE WS-PAR-NEXTOTE TO WS-PM-NUM
           DISPLAY 'Proxima orden ensamb.:' LINE 15 COL 01
           DISPLAY WS-PM-NUM LINE 15 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 15 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTOTE = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
      *
           MOVE WS-PAR-MOKIT TO WS-PM-VAL
           DISPLAY 'Mano obra por kit....:' LINE 16 COL 01
           DISPLAY WS-PM-VAL LINE 16 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 16 COL 36
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-MOKIT = FUNCTION NUMVAL(WS-PM-IN(1:10))
           END-IF
      *
           MOVE WS-PAR-CIFKIT TO WS-PM-PCT
           DISPLAY 'Indirectos ensamble %:' LINE 17 COL 01
           DISPLAY WS-PM-PCT LINE 17 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 17 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-CIFKIT = FUNCTION NUMVAL(WS-PM-IN(1:6))
           END-IF
      *
           MOVE WS-PAR-NEXTSVC TO WS-PM-NUM
           DISPLAY 'Proxima orden servic.:' LINE 18 COL 01
           DISPLAY WS-PM-NUM LINE 18 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 18 COL 32
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              COMPUTE WS-PAR-NEXTSVC = FUNCTION NUMVAL(WS-PM-IN(1:8))
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EDIT-PARAMS4 : Fourth page, the sister company of the
      *    group: its data directory (1 = EMPRESA1, 2 = EMPRESA2,
      *    0 = none), the customer code under which it is billed here
      *    and the supplier code under which it bills us.
      *-----------------------------------------------------------------
       0100-EDIT-PARAMS4.
           DISPLAY 'Empresa del grupo....:' LINE 08 COL 01
           DISPLAY WS-PAR-ICDIR LINE 08 COL 24
           DISPLAY '(1/2, 0 = ninguna)' LINE 08 COL 44
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 08 COL 34
           IF WS-PM-IN(1:1) = '1' THEN
              MOVE 'EMPRESA1' TO WS-PAR-ICDIR
           END-IF
           IF WS-PM-IN(1:1) = '2' THEN
              MOVE 'EMPRESA2' TO WS-PAR-ICDIR
           END-IF
           IF WS-PM-IN(1:1) = '0' THEN
              MOVE SPACES TO WS-PAR-ICDIR
           END-IF
      *
           DISPLAY 'Cliente de la empresa:' LINE 09 COL 01
           DISPLAY WS-PAR-ICCLI LINE 09 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 09 COL 36
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              MOVE WS-PM-IN TO WS-PAR-ICCLI
           END-IF
      *
           DISPLAY 'Proveedor de la empr.:' LINE 10 COL 01
           DISPLAY WS-PAR-ICPRV LINE 10 COL 24
           MOVE SPACES TO WS-PM-IN
           ACCEPT WS-PM-IN LINE 10 COL 36
           IF WS-PM-IN NOT = SPACES
           AND WS-PM-IN NOT = LOW-VALUE THEN
              MOVE WS-PM-IN TO WS-PAR-ICPRV
           END-IF
           EXIT.
      *
       copy "LOGIN.cpy".
      *
