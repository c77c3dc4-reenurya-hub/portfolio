      *                receipts, issues and count variances, valued at *
      *                the article cost, into the fixed-layout         *
      *                debit/credit file CONTABLE.INT the accounting   *
      *                package imports, together with the entries the  *
      *                other programs leave in ASIENTOS.DAT (purchase  *
      *                variance, standard revaluation, obsolescence    *
      *                provision, vendor rebates), closed by a         *
      *                control-total trailer record.                   *
      * Date         : 22-aug-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *                                excluded from the extract: the  *
      *                                goods are not ours until the    *
      *                                settlement.                     *
      * 15-oct-2026    R. Urquijo      The extract carries the realized*
      *                                exchange differences of         *
      *                                DIFCAMB.DAT as the DIF-CAMBIO   *
      *                                category, with their journal.   *
      * 15-oct-2026    R. Urquijo      Refused in the training data    *
      *                                set: no accounting extract,     *
      *                                mapping or month close from     *
      *                                practice data.                  *
      * 15-oct-2026    R. Urquijo      The extract carries the entries *
      *                                of the period left in           *
      *                                ASIENTOS.DAT by the variance,   *
      *                                revaluation, provision and      *
      *                                rebate programs, in the summary *
      *                                and in the journal.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAB01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "DCBSEL.cpy".
       copy "ASISEL.cpy".
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "DCBFD.cpy".
      *
       copy "ASIFD.cpy".
      *
       FD CUENTAS.
       01 CTA-REG.
      *-----------------------------------------------------------------
           77 WS-CTA-STATUS      PIC XX.
           77 WS-INT-STATUS      PIC XX.
           77 WS-DCB-STATUS      PIC XX.
           77 WS-ASI-STATUS      PIC XX.
           77 WS-CT-NASI         PIC 9(5) VALUE 0.
           77 WS-CT-DIFCAMB      PIC X(15) VALUE 'DIF-CAMBIO'.
           77 WS-CT-DESDE        PIC X(08).
           77 WS-CT-HASTA        PIC X(08).
           77 WS-CT-IDX          PIC 9(3) VALUE 0.
           IF WS-LOGIN-OK = 0 THEN
              GOBACK
           END-IF
           PERFORM 0100-LOAD-PARAMS
           IF WS-PAR-MODO-ENTRENA THEN
              DISPLAY WS-MSG-ENBQ LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
      *
      *-----------------------------------------------------------------
      *    0100-EXTRACT : Accumulates the period's movements by
      *    category and writes the debit/credit interface file, with
      *    the entries of the period in ASIENTOS.DAT, and its
      *    control-total trailer.
      *-----------------------------------------------------------------
       0100-EXTRACT.
           DISPLAY WS-MSG-CTD1 LINE 07 COL 01
           END-IF
           MOVE 0 TO WS-CT-CNT
           PERFORM 0100-SCAN-MOVS
           PERFORM 0100-SCAN-DIFCAMB
           PERFORM 0100-SCAN-ASIENTOS
           IF WS-CT-CNT = 0 AND WS-CT-NASI = 0 THEN
              DISPLAY WS-MSG-CTNM LINE 12 COL 01
           ELSE
              PERFORM 0100-WRITE-INTERFACE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-DIFCAMB : Adds the exchange differences realized
      *    in the period on foreign-currency receivables (DIFCAMB.DAT)
      *    to a bucket of their own: the gains as receipts (debit the
      *    receivable, credit the exchange account) and the losses as
      *    issues (the reverse).
      *-----------------------------------------------------------------
       0100-SCAN-DIFCAMB.
           OPEN INPUT DIFCAMB
           IF WS-DCB-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ DIFCAMB
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF DCB-FECHA NOT < WS-CT-DESDE
                       AND DCB-FECHA NOT > WS-CT-HASTA THEN
                          MOVE WS-CT-DIFCAMB TO WS-CATEGORY
                          PERFORM 0100-FIND-CT-SLOT
                          IF WS-CT-HIT > 0 AND DCB-INGRESO THEN
                             ADD DCB-DIFERENCIA
                                TO WS-CT-T-RECV(WS-CT-HIT)
                          END-IF
                          IF WS-CT-HIT > 0 AND DCB-GASTO THEN
                             SUBTRACT DCB-DIFERENCIA
                                FROM WS-CT-T-ISSUE(WS-CT-HIT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE DIFCAMB
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SCAN-ASIENTOS : Counts the entries dated in the period
      *    that the other programs left in ASIENTOS.DAT. They are read,
      *    never consumed: a later extract of the same period carries
      *    them again, as it does the movements.
      *-----------------------------------------------------------------
       0100-SCAN-ASIENTOS.
           MOVE 0 TO WS-CT-NASI
           OPEN INPUT ASIENTOS
           IF WS-ASI-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ ASIENTOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF ASI-FECHA NOT < WS-CT-DESDE
                       AND ASI-FECHA NOT > WS-CT-HASTA THEN
                          ADD 1 TO WS-CT-NASI
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ASIENTOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-MOV : Adds one movement, valued at cost, to its
      *    category's receipt, issue or count-variance bucket.
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-INTERFACE : One debit/credit pair per nonzero
      *    bucket, the entries of ASIENTOS.DAT as they were posted,
      *    then the control trailer (line count plus total debits and
      *    credits, which must balance).
      *-----------------------------------------------------------------
       0100-WRITE-INTERFACE.
           MOVE 0 TO WS-CT-LINES
              IF WS-CT-T-RECV(WS-CT-IDX) NOT = 0 THEN
                 MOVE WS-CT-T-RECV(WS-CT-IDX) TO WS-V-CT-VAL
                 MOVE 'COMPRAS PERIODO     ' TO INT-CONCEPTO
                 IF WS-CT-T-CAT(WS-CT-IDX) = WS-CT-DIFCAMB THEN
                    MOVE 'DIF. CAMBIO INGRESO ' TO INT-CONCEPTO
                 END-IF
                 PERFORM 0100-WRITE-PAIR-DEB-INV
              END-IF
              IF WS-CT-T-ISSUE(WS-CT-IDX) NOT = 0 THEN
                 COMPUTE WS-V-CT-VAL = 0 - WS-CT-T-ISSUE(WS-CT-IDX)
                 MOVE 'SALIDAS PERIODO     ' TO INT-CONCEPTO
                 IF WS-CT-T-CAT(WS-CT-IDX) = WS-CT-DIFCAMB THEN
                    MOVE 'DIF. CAMBIO GASTO   ' TO INT-CONCEPTO
                 END-IF
                 PERFORM 0100-WRITE-PAIR-CRE-INV
              END-IF
              IF WS-CT-T-COUNT(WS-CT-IDX) > 0 THEN
                 PERFORM 0100-WRITE-PAIR-CRE-INV
              END-IF
           END-PERFORM
           IF WS-CT-NASI > 0 THEN
              PERFORM 0100-WRITE-INT-ASIENTOS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE SPACES TO INT-REG
           MOVE 'T' TO INT-TIPO
           ELSE
              CLOSE MOVIMSTK
           END-IF
           OPEN INPUT DIFCAMB
           IF WS-DCB-STATUS = '00' THEN
              MOVE WS-CT-DIFCAMB TO WS-CATEGORY
              PERFORM 0100-GET-CUENTAS-JRN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ DIFCAMB
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF DCB-FECHA NOT < WS-CT-DESDE
                       AND DCB-FECHA NOT > WS-CT-HASTA THEN
                          PERFORM 0100-WRITE-JRN-DIFCAMB
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE DIFCAMB
           IF WS-CT-NASI > 0 THEN
              PERFORM 0100-WRITE-JRN-ASIENTOS
           END-IF
           CLOSE CONTABLE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-INT-ASIENTOS : Each entry of the period in
      *    ASIENTOS.DAT as a summary line, on its own account and
      *    category, counted in the trailer totals.
      *-----------------------------------------------------------------
       0100-WRITE-INT-ASIENTOS.
           OPEN INPUT ASIENTOS
           IF WS-ASI-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ ASIENTOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF ASI-FECHA NOT < WS-CT-DESDE
                       AND ASI-FECHA NOT > WS-CT-HASTA THEN
                          MOVE SPACES TO INT-REG
                          MOVE ASI-LADO TO INT-TIPO
                          MOVE ASI-CUENTA TO INT-CUENTA
                          MOVE ASI-FECHA TO INT-FECHA
                          MOVE ASI-VALOR TO INT-VALOR
                          MOVE ASI-CONCEPTO TO INT-CONCEPTO
                          MOVE ASI-CATEGORY TO INT-CATEGORY
                          WRITE INT-REG
                          ADD 1 TO WS-CT-LINES
                          IF ASI-DEBITO THEN
                             ADD ASI-VALOR TO WS-V-CT-DEB
                          ELSE
                             ADD ASI-VALOR TO WS-V-CT-CRE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ASIENTOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-JRN-ASIENTOS : The journal line of each entry of
      *    the period in ASIENTOS.DAT, the D/C side leading the
      *    concept the posting program gave it.
      *-----------------------------------------------------------------
       0100-WRITE-JRN-ASIENTOS.
           OPEN INPUT ASIENTOS
           IF WS-ASI-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ ASIENTOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF ASI-FECHA NOT < WS-CT-DESDE
                       AND ASI-FECHA NOT > WS-CT-HASTA THEN
                          MOVE SPACES TO INT-REG
                          MOVE 'J' TO INT-TIPO
                          MOVE ASI-CUENTA TO INT-CUENTA
                          MOVE ASI-FECHA TO INT-FECHA
                          MOVE ASI-VALOR TO INT-VALOR
                          STRING ASI-LADO ' ' ASI-CONCEPTO
                          DELIMITED BY SIZE INTO INT-CONCEPTO
                          MOVE ASI-CATEGORY TO INT-CATEGORY
                          WRITE INT-REG
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ASIENTOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-JRN-DIFCAMB : One exchange difference's journal
      *    pair against the receivable, referenced by the customer and
      *    the document it was realized on.
      *-----------------------------------------------------------------
       0100-WRITE-JRN-DIFCAMB.
           MOVE SPACES TO INT-REG
           MOVE 'J' TO INT-TIPO
           MOVE WS-CT-CTAINV TO INT-CUENTA
           MOVE DCB-FECHA TO INT-FECHA
           MOVE DCB-DIFERENCIA TO INT-VALOR
           IF DCB-INGRESO THEN
              STRING 'D ' DCB-CLIENTE ' ' DCB-TIPO DCB-NUM
              DELIMITED BY SIZE INTO INT-CONCEPTO
           ELSE
              STRING 'C ' DCB-CLIENTE ' ' DCB-TIPO DCB-NUM
              DELIMITED BY SIZE INTO INT-CONCEPTO
           END-IF
           MOVE WS-CT-DIFCAMB TO INT-CATEGORY
           WRITE INT-REG
           MOVE WS-CT-CTAAJU TO INT-CUENTA
           MOVE SPACES TO INT-CONCEPTO
           IF DCB-INGRESO THEN
              STRING 'C ' DCB-CLIENTE ' ' DCB-TIPO DCB-NUM
              DELIMITED BY SIZE INTO INT-CONCEPTO
           ELSE
              STRING 'D ' DCB-CLIENTE ' ' DCB-TIPO DCB-NUM
              DELIMITED BY SIZE INTO INT-CONCEPTO
           END-IF
           WRITE INT-REG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WRITE-JRN-PAIR : One movement's journal pair ('J'
      *    records; the D/C side leads the concept, followed by the
      *    movement's reference).
      *
      *-----------------------------------------------------------------
      *    0100-GET-CUENTAS-JRN : The accounts of the category held in
      *    WS-CATEGORY; unmapped categories post to the general ones
      *    (the exchange differences, to the general receivable and
      *    exchange accounts).
      *-----------------------------------------------------------------
       0100-GET-CUENTAS-JRN.
           MOVE 'INV-GENERL' TO WS-CT-CTAINV
           MOVE 'AJU-GENERL' TO WS-CT-CTAAJU
           IF WS-CATEGORY = WS-CT-DIFCAMB THEN
              MOVE 'CXC-GENERL' TO WS-CT-CTAINV
              MOVE 'DIF-CAMBIO' TO WS-CT-CTAAJU
           END-IF
           OPEN INPUT CUENTAS
           IF WS-CTA-STATUS = '00' THEN
              MOVE WS-CATEGORY TO CTA-CATEGORY
       0100-GET-CUENTAS.
           MOVE 'INV-GENERL' TO WS-CT-CTAINV
           MOVE 'AJU-GENERL' TO WS-CT-CTAAJU
           IF WS-CT-T-CAT(WS-CT-IDX) = WS-CT-DIFCAMB THEN
              MOVE 'CXC-GENERL' TO WS-CT-CTAINV
              MOVE 'DIF-CAMBIO' TO WS-CT-CTAAJU
           END-IF
           OPEN INPUT CUENTAS
           IF WS-CTA-STATUS = '00' THEN
              MOVE WS-CT-T-CAT(WS-CT-IDX) TO CTA-CATEGORY
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
