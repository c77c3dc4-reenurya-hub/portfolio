      *                REPLAY01 idea applied to receivables. Rebuilds  *
      *                each customer's expected balance from posted    *
      *                FACTURAS, the credit notes of NOTASCR and the   *
      *                payments of PAGOS.DAT, plus the charges of      *
      *                CARTERA.DAT and the bounced cheques of          *
      *                CHEQUES.DAT, compares it against the            *
      *                live CLI-SALDO and reports every difference     *
      *                with the document totals that explain it, to    *
      *                REPLCLI.CSV. No prompts, so it runs after any   *
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Charges column: fee items and   *
      *                                bounced cheques.                *
      * 15-oct-2026    R. Urquijo      Interest debit notes join the   *
      *                                charges column.                 *
      * 15-oct-2026    R. Urquijo      Voided invoices are left out of *
      *                                the replay.                     *
      * 15-oct-2026    R. Urquijo      Realized exchange differences   *
      *                                join the charges column.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLCLI01.
       copy "NCRSEL.cpy".
       copy "CLISEL.cpy".
       copy "PAGSEL.cpy".
       copy "CXCSEL.cpy".
       copy "CHQSEL.cpy".
       copy "DCBSEL.cpy".
           SELECT REPLOUT ASSIGN TO "REPLCLI.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RPO-STATUS.
       copy "CLIFD.cpy".
      *
       copy "PAGFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "CHQFD.cpy".
      *
       copy "DCBFD.cpy".
      *
       FD REPLOUT.
       01 RPO-RECORD                PIC X(150).
           77 WS-CLI-STATUS      PIC XX.
           77 WS-PAG-STATUS      PIC XX.
           77 WS-RPO-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-CHQ-STATUS      PIC XX.
           77 WS-DCB-STATUS      PIC XX.
           77 WS-RC-CNT          PIC 9(3) VALUE 0.
           77 WS-RC-IDX          PIC 9(3) VALUE 0.
           77 WS-RC-HIT          PIC 9(3) VALUE 0.
           77 WS-RC-ED1          PIC -ZZZZZZZZ9.99.
           77 WS-RC-ED2          PIC -ZZZZZZZZ9.99.
           77 WS-RC-ED3          PIC -ZZZZZZZZ9.99.
           77 WS-RC-ED4          PIC -ZZZZZZZZ9.99.
           77 WS-RC-DIFS         PIC 9(3) VALUE 0.
           77 WS-RC-DIFS-ED      PIC ZZ9.
      *
               03 WS-RC-T-FAC       PIC 9(11)V99.
               03 WS-RC-T-NCR       PIC 9(11)V99.
               03 WS-RC-T-PAG       PIC 9(11)V99.
               03 WS-RC-T-CAR       PIC S9(11)V99.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       0000-MAIN.
           OPEN OUTPUT REPLOUT
           MOVE 'CLIENTE;FACTURADO;NOTAS;PAGOS;CARGOS;ESPERADO;VIVO;DIF'
              TO RPO-RECORD
           WRITE RPO-RECORD
           CLOSE REPLOUT
           PERFORM 0100-SUM-FACTURAS
           PERFORM 0100-SUM-NOTAS
           PERFORM 0100-SUM-PAGOS
           PERFORM 0100-SUM-CARGOS
           PERFORM 0100-COMPARE-LIVE
           PERFORM 0100-SCAN-ORPHANS
           MOVE WS-RC-DIFS TO WS-RC-DIFS-ED
              MOVE 0 TO WS-RC-T-FAC(WS-RC-CNT)
              MOVE 0 TO WS-RC-T-NCR(WS-RC-CNT)
              MOVE 0 TO WS-RC-T-PAG(WS-RC-CNT)
              MOVE 0 TO WS-RC-T-CAR(WS-RC-CNT)
              SET WS-RC-HIT TO WS-RC-CNT
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUM-FACTURAS : Invoice headers into the buckets; a
      *    voided invoice no longer weighs on the balance.
      *-----------------------------------------------------------------
       0100-SUM-FACTURAS.
           OPEN INPUT FACTURAS
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-LIN = 0
                       AND NOT FAC-ANULADA THEN
                          MOVE FAC-CLIENTE TO WS-RC-CLIENTE
                          PERFORM 0100-FIND-SLOT
                          IF WS-RC-HIT > 0 THEN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUM-CARGOS : Charges that raise the balance outside of
      *    invoicing: the charge items of CARTERA.DAT (bank fees), the
      *    interest debit notes, the value of every bounced cheque,
      *    whose deposit payment stays in PAGOS.DAT, and the exchange
      *    differences realized on foreign-currency documents (a gain
      *    adds, a loss takes off).
      *-----------------------------------------------------------------
       0100-SUM-CARGOS.
           OPEN INPUT CARTERA
           IF WS-CXC-STATUS NOT = '00' AND WS-CXC-STATUS NOT = '05'
              CLOSE CARTERA
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CARTERA NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CXC-TIPO-CARGO OR CXC-TIPO-DEBITO THEN
                          MOVE CXC-CLIENTE TO WS-RC-CLIENTE
                          PERFORM 0100-FIND-SLOT
                          IF WS-RC-HIT > 0 THEN
                             ADD CXC-VALOR
                                TO WS-RC-T-CAR(WS-RC-HIT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CARTERA
           END-IF
           OPEN INPUT CHEQUES
           IF WS-CHQ-STATUS NOT = '00' AND WS-CHQ-STATUS NOT = '05'
              CLOSE CHEQUES
           ELSE
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CHEQUES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CHQ-EST-DEVUELTO THEN
                          MOVE CHQ-CLIENTE TO WS-RC-CLIENTE
                          PERFORM 0100-FIND-SLOT
                          IF WS-RC-HIT > 0 THEN
                             ADD CHQ-VALOR
                                TO WS-RC-T-CAR(WS-RC-HIT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHEQUES
           END-IF
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
                       MOVE DCB-CLIENTE TO WS-RC-CLIENTE
                       PERFORM 0100-FIND-SLOT
                       IF WS-RC-HIT > 0 AND DCB-INGRESO THEN
                          ADD DCB-DIFERENCIA
                             TO WS-RC-T-CAR(WS-RC-HIT)
                       END-IF
                       IF WS-RC-HIT > 0 AND DCB-GASTO THEN
                          SUBTRACT DCB-DIFERENCIA
                             FROM WS-RC-T-CAR(WS-RC-HIT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIFCAMB
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COMPARE-LIVE : Expected balance per bucket against the
      *    live CLI-SALDO; every mismatch goes out with the document
      *    totals that explain it.
       0100-COMPARE-ONE.
           COMPUTE WS-V-RC-ESPER =
              WS-RC-T-FAC(WS-RC-IDX)
              + WS-RC-T-CAR(WS-RC-IDX)
              - WS-RC-T-NCR(WS-RC-IDX)
              - WS-RC-T-PAG(WS-RC-IDX)
           MOVE 0 TO WS-V-RC-VIVO
           MOVE WS-RC-T-FAC(WS-RC-IDX) TO WS-RC-ED1
           MOVE WS-RC-T-NCR(WS-RC-IDX) TO WS-RC-ED2
           MOVE WS-RC-T-PAG(WS-RC-IDX) TO WS-RC-ED3
           MOVE WS-RC-T-CAR(WS-RC-IDX) TO WS-RC-ED4
           STRING WS-RC-T-CLI(WS-RC-IDX) ';'
                  WS-RC-ED1 ';'
                  WS-RC-ED2 ';'
                  WS-RC-ED3 ';'
                  WS-RC-ED4 ';'
           DELIMITED BY SIZE INTO RPO-RECORD
           MOVE WS-V-RC-ESPER TO WS-RC-ED1
           MOVE WS-V-RC-VIVO TO WS-RC-ED2
           STRING WS-RC-ED1 ';'
                  WS-RC-ED2 ';'
                  WS-RC-ED3
           DELIMITED BY SIZE INTO RPO-RECORD(68:)
           WRITE RPO-RECORD
           CLOSE REPLOUT.
       0100-COMPARE-ONE-FIN.
           MOVE 0 TO WS-RC-ED1
           MOVE 0 TO WS-RC-ED2
           MOVE 0 TO WS-RC-ED3
           MOVE 0 TO WS-RC-ED4
           STRING CLI-ID ';'
                  WS-RC-ED1 ';'
                  WS-RC-ED2 ';'
                  WS-RC-ED3 ';'
                  WS-RC-ED4 ';'
           DELIMITED BY SIZE INTO RPO-RECORD
           MOVE WS-V-RC-ESPER TO WS-RC-ED1
           MOVE WS-V-RC-VIVO TO WS-RC-ED2
           STRING WS-RC-ED1 ';'
                  WS-RC-ED2 ';'
                  WS-RC-ED3
           DELIMITED BY SIZE INTO RPO-RECORD(68:)
           WRITE RPO-RECORD
           CLOSE REPLOUT.
       0100-ORPHAN-ONE-FIN.
