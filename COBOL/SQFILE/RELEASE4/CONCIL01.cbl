      ******************************************************************
      * Program      : CONCIL01.cbl                                    *
      * Purpose      : Bank statement reconciliation. Imports the      *
      *                bank's statement EXTBANCO.CSV (date;C/D;amount; *
      *                reference) into BANCOMOV.DAT, then matches each *
      *                pending credit against the PAGOS.DAT entries    *
      *                taken with a bank-cleared method (PAR-MEDBCO)   *
      *                and each pending debit against the vendor       *
      *                payments of CXPAG01, by amount and by date      *
      *                within PAR-CONDIAS days. Matches are kept in    *
      *                BANCOMOV.DAT, CONCPAG.DAT and FPR-CONCIL, so    *
      *                every run starts from the open items only; the  *
      *                CONCILIA.PRN report lists this run's matches,   *
      *                the bank lines still unmatched and the recorded *
      *                payments the bank has not cleared yet.          *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Vendor payments are matched net *
      *                                of the withholdings deducted    *
      *                                from them.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCIL01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "PAGSEL.cpy".
       copy "FPRSEL.cpy".
       copy "BMVSEL.cpy".
       copy "CPGSEL.cpy".
           SELECT OPTIONAL EXTBANCO ASSIGN TO "EXTBANCO.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-EXB-STATUS.
      *
           SELECT CONCILPRN ASSIGN TO "CONCILIA.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "PAGFD.cpy".
      *
       copy "FPRFD.cpy".
      *
       copy "BMVFD.cpy".
      *
       copy "CPGFD.cpy".
      *
       FD EXTBANCO.
       01 EXB-REG              PIC X(80).
      *
       FD CONCILPRN.
       01 CONCIL-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-PAG-STATUS      PIC XX.
           77 WS-FPR-STATUS      PIC XX.
           77 WS-BMV-STATUS      PIC XX.
           77 WS-CPG-STATUS      PIC XX.
           77 WS-EXB-STATUS      PIC XX.
           77 WS-CN-HOY          PIC X(08).
           77 WS-CN-FECHA        PIC X(08).
           77 WS-CN-TIPO         PIC X(01).
           77 WS-CN-VALOR        PIC X(15).
           77 WS-CN-REF          PIC X(20).
           77 WS-CN-LINEA        PIC 9(07) VALUE 0.
           77 WS-CN-IDX          PIC 9(4) VALUE 0.
           77 WS-CN-HIT          PIC 9(4) VALUE 0.
           77 WS-CN-MED          PIC 9 VALUE 0.
           77 WS-CN-M            PIC 9 VALUE 0.
           77 WS-CN-BMV-INT      PIC 9(08).
           77 WS-CN-DOC-INT      PIC 9(08).
           77 WS-CN-DIF          PIC S9(08).
           77 WS-CN-IMP          PIC 9(4) VALUE 0.
           77 WS-CN-DUP          PIC 9(4) VALUE 0.
           77 WS-CN-REJ          PIC 9(4) VALUE 0.
           77 WS-CN-MATCH        PIC 9(4) VALUE 0.
           77 WS-CN-ABIERTO      PIC 9(4) VALUE 0.
           77 WS-CN-NOCOBR       PIC 9(4) VALUE 0.
           77 WS-CN-CNT-ED       PIC ZZZ9.
           77 WS-CN-VAL-ED       PIC ZZZZZZZZ9.99.
           77 WS-CN-PG-CNT       PIC 9(4) VALUE 0.
           77 WS-CN-VP-CNT       PIC 9(4) VALUE 0.
      *
       01 WS-CN-PG-TABLE.
           02 WS-CN-PG OCCURS 1000 TIMES.
               03 WS-CN-PG-LINEA    PIC 9(07).
               03 WS-CN-PG-FECHA    PIC X(08).
               03 WS-CN-PG-VALOR    PIC 9(7)V99.
               03 WS-CN-PG-CLIENTE  PIC X(10).
               03 WS-CN-PG-METODO   PIC X(06).
               03 WS-CN-PG-USADO    PIC 9.
      *
       01 WS-CN-VP-TABLE.
           02 WS-CN-VP OCCURS 500 TIMES.
               03 WS-CN-VP-PROV     PIC X(10).
               03 WS-CN-VP-NUMFAC   PIC X(12).
               03 WS-CN-VP-FPAGO    PIC X(08).
               03 WS-CN-VP-VALOR    PIC 9(9)V99.
               03 WS-CN-VP-USADO    PIC 9.
      *
           77 WS-ST-CN     PIC X(25) VALUE 'CONCILIACION BANCARIA    '.
           77 WS-MSG-CNIM PIC X(80) VALUE ' Importar el extracto EXT'-
       'BANCO.CSV antes de conciliar (S/N)?                    '.
           77 WS-MSG-CNIK PIC X(80) VALUE ' Lineas importadas / repe'-
       'tidas / rechazadas:                                    '.
           77 WS-MSG-CNNF PIC X(80) VALUE ' No se encontro EXTBANCO.'-
       'CSV; se concilia lo pendiente.                         '.
           77 WS-MSG-CNOK PIC X(80) VALUE ' Conciliacion en CONCILIA'-
       '.PRN. Cruzadas / banco / libros:                       '.
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
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-CN          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           PERFORM 0100-LOAD-PARAMS
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CN-HOY
           DISPLAY WS-MSG-CNIM LINE 07 COL 01
           MOVE SPACE TO WS-OPTX
           ACCEPT WS-OPTX LINE 07 COL 70
           IF WS-OPTX = 's' OR WS-OPTX = 'S' THEN
              PERFORM 0100-IMPORT-EXTRACTO
           END-IF
           PERFORM 0100-LOAD-PAGOS
           PERFORM 0100-LOAD-PROVEEDOR
           OPEN OUTPUT CONCILPRN
           MOVE SPACES TO CONCIL-RECORD
           STRING 'CONCILIACION BANCARIA - ' WS-CN-HOY
           DELIMITED BY SIZE INTO CONCIL-RECORD
           WRITE CONCIL-RECORD
           MOVE WS-HYPHNS(1:80) TO CONCIL-RECORD
           WRITE CONCIL-RECORD
           PERFORM 0100-MATCH-BANCO
           PERFORM 0100-LIST-BANCO-ABIERTO
           PERFORM 0100-LIST-NO-COBRADO
           CLOSE CONCILPRN
           DISPLAY WS-MSG-CNOK LINE 12 COL 01
           MOVE WS-CN-MATCH TO WS-CN-CNT-ED
           DISPLAY WS-CN-CNT-ED LINE 13 COL 40
           MOVE WS-CN-ABIERTO TO WS-CN-CNT-ED
           DISPLAY WS-CN-CNT-ED LINE 13 COL 47
           MOVE WS-CN-NOCOBR TO WS-CN-CNT-ED
           DISPLAY WS-CN-CNT-ED LINE 13 COL 54
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-IMPORT-EXTRACTO : Loads the statement lines into
      *    BANCOMOV.DAT as pending. The whole line is the key, so a
      *    statement imported twice only reports its repeated lines.
      *-----------------------------------------------------------------
       0100-IMPORT-EXTRACTO.
           MOVE 0 TO WS-CN-IMP
           MOVE 0 TO WS-CN-DUP
           MOVE 0 TO WS-CN-REJ
           OPEN INPUT EXTBANCO
           IF WS-EXB-STATUS NOT = '00' THEN
              CLOSE EXTBANCO
              DISPLAY WS-MSG-CNNF LINE 09 COL 01
              GO TO 0100-IMPORT-EXTRACTO-FIN
           END-IF
           OPEN I-O BANCOMOV
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ EXTBANCO
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    PERFORM 0100-IMPORT-LINE
              END-READ
           END-PERFORM
           CLOSE BANCOMOV
           CLOSE EXTBANCO
           DISPLAY WS-MSG-CNIK LINE 09 COL 01
           MOVE WS-CN-IMP TO WS-CN-CNT-ED
           DISPLAY WS-CN-CNT-ED LINE 10 COL 40
           MOVE WS-CN-DUP TO WS-CN-CNT-ED
           DISPLAY WS-CN-CNT-ED LINE 10 COL 47
           MOVE WS-CN-REJ TO WS-CN-CNT-ED
           DISPLAY WS-CN-CNT-ED LINE 10 COL 54.
       0100-IMPORT-EXTRACTO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-IMPORT-LINE : One statement line, checked for a valid
      *    date, a C/D type and a positive amount.
      *-----------------------------------------------------------------
       0100-IMPORT-LINE.
           MOVE SPACES TO WS-CN-FECHA WS-CN-TIPO WS-CN-VALOR WS-CN-REF
           UNSTRING EXB-REG DELIMITED BY ';'
              INTO WS-CN-FECHA
                   WS-CN-TIPO
                   WS-CN-VALOR
                   WS-CN-REF
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-CN-TIPO) TO WS-CN-TIPO
           IF WS-CN-FECHA NOT NUMERIC
           OR (WS-CN-TIPO NOT = 'C' AND WS-CN-TIPO NOT = 'D')
           OR FUNCTION TEST-NUMVAL(WS-CN-VALOR) NOT = 0 THEN
              ADD 1 TO WS-CN-REJ
              GO TO 0100-IMPORT-LINE-FIN
           END-IF
           MOVE SPACES TO BMV-REG
           MOVE WS-CN-FECHA TO BMV-FECHA
           MOVE WS-CN-TIPO TO BMV-TIPO
           COMPUTE BMV-VALOR = FUNCTION NUMVAL(WS-CN-VALOR)
           IF BMV-VALOR = 0 THEN
              ADD 1 TO WS-CN-REJ
              GO TO 0100-IMPORT-LINE-FIN
           END-IF
           MOVE WS-CN-REF TO BMV-REF
           SET BMV-PENDIENTE TO TRUE
           WRITE BMV-REG
              INVALID KEY
                 ADD 1 TO WS-CN-DUP
              NOT INVALID KEY
                 ADD 1 TO WS-CN-IMP
           END-WRITE.
       0100-IMPORT-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-PAGOS : Queues the recorded payments of a bank-
      *    cleared method not matched yet. PAGOS.DAT only grows, so
      *    its line number identifies a payment in CONCPAG.DAT.
      *-----------------------------------------------------------------
       0100-LOAD-PAGOS.
           MOVE 0 TO WS-CN-PG-CNT
           MOVE 0 TO WS-CN-LINEA
           OPEN INPUT PAGOS
           IF WS-PAG-STATUS NOT = '00' THEN
              CLOSE PAGOS
              GO TO 0100-LOAD-PAGOS-FIN
           END-IF
           OPEN INPUT CONCPAG
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ PAGOS
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    ADD 1 TO WS-CN-LINEA
                    PERFORM 0100-CHECK-MEDIO
                    IF WS-CN-MED = 1 THEN
                       PERFORM 0100-QUEUE-PAGO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONCPAG
           CLOSE PAGOS.
       0100-LOAD-PAGOS-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-MEDIO : WS-CN-MED = 1 when the payment method is
      *    one of the bank-cleared codes of PAR-MEDBCO.
      *-----------------------------------------------------------------
       0100-CHECK-MEDIO.
           SET WS-CN-MED TO 0
           PERFORM VARYING WS-CN-M FROM 1 BY 1 UNTIL WS-CN-M > 4
              IF WS-PAR-MEDBCO-C(WS-CN-M) NOT = SPACES
              AND WS-PAR-MEDBCO-C(WS-CN-M) = PAG-METODO THEN
                 SET WS-CN-MED TO 1
              END-IF
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-QUEUE-PAGO : Adds the payment unless CONCPAG.DAT says
      *    it was already cleared.
      *-----------------------------------------------------------------
       0100-QUEUE-PAGO.
           MOVE WS-CN-LINEA TO CPG-LINEA
           READ CONCPAG
              KEY IS CPG-LINEA
              INVALID KEY
                 IF WS-CN-PG-CNT < 1000 THEN
                    ADD 1 TO WS-CN-PG-CNT
                    MOVE WS-CN-LINEA TO WS-CN-PG-LINEA(WS-CN-PG-CNT)
                    MOVE PAG-FECHA TO WS-CN-PG-FECHA(WS-CN-PG-CNT)
                    MOVE PAG-VALOR TO WS-CN-PG-VALOR(WS-CN-PG-CNT)
                    MOVE PAG-CLIENTE
                       TO WS-CN-PG-CLIENTE(WS-CN-PG-CNT)
                    MOVE PAG-METODO
                       TO WS-CN-PG-METODO(WS-CN-PG-CNT)
                    MOVE 0 TO WS-CN-PG-USADO(WS-CN-PG-CNT)
                 END-IF
              NOT INVALID KEY
                 CONTINUE
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-PROVEEDOR : Queues the vendor invoices paid with a
      *    payment date and not matched yet, at what actually left the
      *    bank: the value less the withholdings deducted. Invoices
      *    paid before the payment date was stamped carry none and
      *    stay out.
      *-----------------------------------------------------------------
       0100-LOAD-PROVEEDOR.
           MOVE 0 TO WS-CN-VP-CNT
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS NOT = '00' AND WS-FPR-STATUS NOT = '05'
              CLOSE FACPROV
              GO TO 0100-LOAD-PROVEEDOR-FIN
           END-IF
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ FACPROV NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF FPR-EST-PAGADA AND FPR-FPAGO NUMERIC
                    AND NOT FPR-CONCILIADA
                    AND WS-CN-VP-CNT < 500 THEN
                       ADD 1 TO WS-CN-VP-CNT
                       MOVE FPR-PROV TO WS-CN-VP-PROV(WS-CN-VP-CNT)
                       MOVE FPR-NUMFAC
                          TO WS-CN-VP-NUMFAC(WS-CN-VP-CNT)
                       MOVE FPR-FPAGO TO WS-CN-VP-FPAGO(WS-CN-VP-CNT)
                       MOVE FPR-VALOR TO WS-CN-VP-VALOR(WS-CN-VP-CNT)
                       IF FPR-RETENIDO NUMERIC THEN
                          SUBTRACT FPR-RETENIDO
                             FROM WS-CN-VP-VALOR(WS-CN-VP-CNT)
                       END-IF
                       MOVE 0 TO WS-CN-VP-USADO(WS-CN-VP-CNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FACPROV.
       0100-LOAD-PROVEEDOR-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MATCH-BANCO : Tries every pending bank line against
      *    the queued payments and records each match found.
      *-----------------------------------------------------------------
       0100-MATCH-BANCO.
           MOVE 0 TO WS-CN-MATCH
           MOVE 'PARTIDAS CONCILIADAS EN ESTA CORRIDA' TO CONCIL-RECORD
           WRITE CONCIL-RECORD
           MOVE 'FECHA    T        VALOR REFERENCIA           DOCUMENTO'
              TO CONCIL-RECORD
           WRITE CONCIL-RECORD
           OPEN I-O BANCOMOV
           OPEN I-O CONCPAG
           OPEN I-O FACPROV
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ BANCOMOV NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF BMV-PENDIENTE THEN
                       PERFORM 0100-MATCH-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FACPROV
           CLOSE CONCPAG
           CLOSE BANCOMOV
           MOVE WS-HYPHNS(1:80) TO CONCIL-RECORD
           WRITE CONCIL-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MATCH-LINE : A credit looks for a collection, a debit
      *    for a vendor payment, of the same amount recorded on the
      *    bank date or up to PAR-CONDIAS days before it.
      *-----------------------------------------------------------------
       0100-MATCH-LINE.
           SET WS-CN-HIT TO 0
           MOVE BMV-FECHA TO WS-CN-BMV-INT
           IF BMV-CREDITO THEN
              PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                      UNTIL WS-CN-IDX > WS-CN-PG-CNT
                         OR WS-CN-HIT > 0
                 IF WS-CN-PG-USADO(WS-CN-IDX) = 0
                 AND WS-CN-PG-VALOR(WS-CN-IDX) = BMV-VALOR
                 AND WS-CN-PG-FECHA(WS-CN-IDX) NUMERIC THEN
                    MOVE WS-CN-PG-FECHA(WS-CN-IDX) TO WS-CN-DOC-INT
                    PERFORM 0100-DIAS-DIF
                    IF WS-CN-DIF NOT < 0
                    AND WS-CN-DIF NOT > WS-PAR-CONDIAS THEN
                       MOVE WS-CN-IDX TO WS-CN-HIT
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CN-HIT > 0 THEN
                 PERFORM 0100-CLEAR-PAGO
              END-IF
           ELSE
              PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                      UNTIL WS-CN-IDX > WS-CN-VP-CNT
                         OR WS-CN-HIT > 0
                 IF WS-CN-VP-USADO(WS-CN-IDX) = 0
                 AND WS-CN-VP-VALOR(WS-CN-IDX) = BMV-VALOR THEN
                    MOVE WS-CN-VP-FPAGO(WS-CN-IDX) TO WS-CN-DOC-INT
                    PERFORM 0100-DIAS-DIF
                    IF WS-CN-DIF NOT < 0
                    AND WS-CN-DIF NOT > WS-PAR-CONDIAS THEN
                       MOVE WS-CN-IDX TO WS-CN-HIT
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CN-HIT > 0 THEN
                 PERFORM 0100-CLEAR-PROVEEDOR
              END-IF
           END-IF
           IF WS-CN-HIT = 0 THEN
              GO TO 0100-MATCH-LINE-FIN
           END-IF
           SET BMV-CONCILIADO TO TRUE
           MOVE WS-CN-HOY TO BMV-FCONCIL
           REWRITE BMV-REG
           ADD 1 TO WS-CN-MATCH
           MOVE BMV-VALOR TO WS-CN-VAL-ED
           MOVE SPACES TO CONCIL-RECORD
           STRING BMV-FECHA ' ' BMV-TIPO ' ' WS-CN-VAL-ED ' '
                  BMV-REF ' ' BMV-ORIGEN ' ' BMV-DOCREF
           DELIMITED BY SIZE INTO CONCIL-RECORD
           WRITE CONCIL-RECORD.
       0100-MATCH-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DIAS-DIF : Days from the recorded date WS-CN-DOC-INT
      *    to the bank date WS-CN-BMV-INT.
      *-----------------------------------------------------------------
       0100-DIAS-DIF.
           COMPUTE WS-CN-DIF =
              FUNCTION INTEGER-OF-DATE(WS-CN-BMV-INT)
              - FUNCTION INTEGER-OF-DATE(WS-CN-DOC-INT)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLEAR-PAGO : Records the collection as cleared.
      *-----------------------------------------------------------------
       0100-CLEAR-PAGO.
           MOVE 1 TO WS-CN-PG-USADO(WS-CN-HIT)
           MOVE SPACES TO CPG-REG
           MOVE WS-CN-PG-LINEA(WS-CN-HIT) TO CPG-LINEA
           MOVE WS-CN-PG-FECHA(WS-CN-HIT) TO CPG-FECHA
           MOVE WS-CN-PG-VALOR(WS-CN-HIT) TO CPG-VALOR
           MOVE WS-CN-HOY TO CPG-FCONCIL
           MOVE BMV-REF TO CPG-BANCO
           WRITE CPG-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           SET BMV-ORI-PAGO TO TRUE
           MOVE SPACES TO BMV-DOCREF
           STRING 'PAGO ' WS-CN-PG-LINEA(WS-CN-HIT) ' '
                  WS-CN-PG-CLIENTE(WS-CN-HIT)
           DELIMITED BY SIZE INTO BMV-DOCREF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLEAR-PROVEEDOR : Records the vendor payment cleared.
      *-----------------------------------------------------------------
       0100-CLEAR-PROVEEDOR.
           MOVE 1 TO WS-CN-VP-USADO(WS-CN-HIT)
           MOVE WS-CN-VP-PROV(WS-CN-HIT) TO FPR-PROV
           MOVE WS-CN-VP-NUMFAC(WS-CN-HIT) TO FPR-NUMFAC
           READ FACPROV
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET FPR-CONCILIADA TO TRUE
                 REWRITE FPR-REG
           END-READ
           SET BMV-ORI-PROVEEDOR TO TRUE
           MOVE WS-CN-VP-PROV(WS-CN-HIT) TO BMV-DOCREF(1:10)
           MOVE WS-CN-VP-NUMFAC(WS-CN-HIT) TO BMV-DOCREF(11:12)
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-BANCO-ABIERTO : Bank lines still without a match,
      *    this month's and every earlier one.
      *-----------------------------------------------------------------
       0100-LIST-BANCO-ABIERTO.
           MOVE 0 TO WS-CN-ABIERTO
           MOVE 'MOVIMIENTOS DEL BANCO SIN CRUZAR' TO CONCIL-RECORD
           WRITE CONCIL-RECORD
           OPEN INPUT BANCOMOV
           IF WS-BMV-STATUS NOT = '00' AND WS-BMV-STATUS NOT = '05'
              CLOSE BANCOMOV
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ BANCOMOV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF BMV-PENDIENTE THEN
                          ADD 1 TO WS-CN-ABIERTO
                          MOVE BMV-VALOR TO WS-CN-VAL-ED
                          MOVE SPACES TO CONCIL-RECORD
                          STRING BMV-FECHA ' ' BMV-TIPO ' '
                                 WS-CN-VAL-ED ' ' BMV-REF
                          DELIMITED BY SIZE INTO CONCIL-RECORD
                          WRITE CONCIL-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BANCOMOV
           END-IF
           MOVE WS-HYPHNS(1:80) TO CONCIL-RECORD
           WRITE CONCIL-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-NO-COBRADO : Recorded collections and vendor
      *    payments the bank has not cleared yet.
      *-----------------------------------------------------------------
       0100-LIST-NO-COBRADO.
           MOVE 0 TO WS-CN-NOCOBR
           MOVE 'REGISTRADOS EN LIBROS SIN MOVIMIENTO EN EL BANCO'
              TO CONCIL-RECORD
           WRITE CONCIL-RECORD
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CN-PG-CNT
              IF WS-CN-PG-USADO(WS-CN-IDX) = 0 THEN
                 ADD 1 TO WS-CN-NOCOBR
                 MOVE WS-CN-PG-VALOR(WS-CN-IDX) TO WS-CN-VAL-ED
                 MOVE SPACES TO CONCIL-RECORD
                 STRING WS-CN-PG-FECHA(WS-CN-IDX) ' C ' WS-CN-VAL-ED
                        ' PAGO ' WS-CN-PG-LINEA(WS-CN-IDX) ' '
                        WS-CN-PG-CLIENTE(WS-CN-IDX) ' '
                        WS-CN-PG-METODO(WS-CN-IDX)
                 DELIMITED BY SIZE INTO CONCIL-RECORD
                 WRITE CONCIL-RECORD
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CN-VP-CNT
              IF WS-CN-VP-USADO(WS-CN-IDX) = 0 THEN
                 ADD 1 TO WS-CN-NOCOBR
                 MOVE WS-CN-VP-VALOR(WS-CN-IDX) TO WS-CN-VAL-ED
                 MOVE SPACES TO CONCIL-RECORD
                 STRING WS-CN-VP-FPAGO(WS-CN-IDX) ' D ' WS-CN-VAL-ED
                        ' PROV ' WS-CN-VP-PROV(WS-CN-IDX) ' '
                        WS-CN-VP-NUMFAC(WS-CN-IDX)
                 DELIMITED BY SIZE INTO CONCIL-RECORD
                 WRITE CONCIL-RECORD
              END-IF
           END-PERFORM
           MOVE WS-HYPHNS(1:80) TO CONCIL-RECORD
           WRITE CONCIL-RECORD
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
       END PROGRAM CONCIL01.
