      ******************************************************************
      * Program      : INTERES01.cbl                                   *
      * Purpose      : Monthly default-interest batch. Walks the open  *
      *                invoices and charge items of CARTERA.DAT past   *
      *                their due date and charges interest at the      *
      *                monthly rate PAR-TASAMORA of PARAMS.DAT on the  *
      *                unpaid rest, from the due date or the date the  *
      *                item was last charged (CXC-FINTERES) up to the  *
      *                cutoff, so no day is ever charged twice. Each   *
      *                charge is a numbered debit note (CXC-TIPO 'D')  *
      *                that raises CLI-SALDO and is printed to         *
      *                NOTASDB.PRN under the EMPRESA.DAT heading.      *
      *                Exempt customers (CLI-EXINT) are skipped; the   *
      *                preview mode only prints.                       *
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
       PROGRAM-ID. INTERES01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CXCSEL.cpy".
       copy "CLISEL.cpy".
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT NOTASDBPRN ASSIGN TO "NOTASDB.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "CLIFD.cpy".
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
       FD NOTASDBPRN.
       01 NOTASDB-RECORD       PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-CXC-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-EMP-FOUND       PIC 9 VALUE 0.
           77 WS-IN-CORTE        PIC X(08).
           77 WS-IN-CORTE-N      PIC 9(08).
           77 WS-IN-DESDE-N      PIC 9(08).
           77 WS-IN-PREVIEW      PIC 9 VALUE 1.
           77 WS-IN-CNT          PIC 9(3) VALUE 0.
           77 WS-IN-IDX          PIC 9(3) VALUE 0.
           77 WS-IN-CNT-ED       PIC ZZ9.
           77 WS-IN-NUM          PIC 9(06).
           77 WS-IN-DIAS         PIC S9(5).
           77 WS-IN-DIAS-ED      PIC ZZZZ9.
           77 WS-IN-LAST-CLI     PIC X(10).
           77 WS-IN-LAST-OK      PIC 9 VALUE 0.
           77 WS-IN-LAST-NOM     PIC X(30).
           77 WS-V-IN-REST       PIC 9(7)V99.
           77 WS-V-IN-INT        PIC 9(7)V99.
           77 WS-V-IN-TOT        PIC 9(9)V99 VALUE 0.
           77 WS-IN-VAL-ED       PIC ZZZZZZ9.99.
           77 WS-IN-TOT-ED       PIC ZZZZZZZZ9.99.
           77 WS-IN-PCT-ED       PIC Z9.99.
      *
       01 WS-IN-TABLE.
           02 WS-IN-ENTRY OCCURS 500 TIMES.
               03 WS-IN-T-CLI       PIC X(10).
               03 WS-IN-T-NOMBRE    PIC X(30).
               03 WS-IN-T-TIPO      PIC X(01).
               03 WS-IN-T-NUM       PIC 9(06).
               03 WS-IN-T-DESDE     PIC X(08).
               03 WS-IN-T-DIAS      PIC 9(05).
               03 WS-IN-T-REST      PIC 9(7)V99.
               03 WS-IN-T-INT       PIC 9(7)V99.
      *
           77 WS-ST-IN     PIC X(25) VALUE 'INTERESES DE MORA        '.
           77 WS-MSG-INFC PIC X(80) VALUE ' Fecha de corte (AAAAMMDD'-
       ', vacio = hoy): se cobra mora hasta ese dia.           '.
           77 WS-MSG-INPV PIC X(80) VALUE ' Solo vista previa (S) o '-
       'emitir las notas debito (N)?                           '.
           77 WS-MSG-INNO PIC X(80) VALUE ' No hay documentos vencid'-
       'os que generen intereses al corte.                     '.
           77 WS-MSG-INPK PIC X(80) VALUE ' Vista previa generada en'-
       ' NOTASDB.PRN. Nada fue cargado.                        '.
           77 WS-MSG-INOK PIC X(80) VALUE ' Notas debito emitidas e '-
       'impresas en NOTASDB.PRN. Notas:                        '.
           77 WS-MSG-INTZ PIC X(80) VALUE ' La tasa de interes de mo'-
       'ra en parametros es cero.                              '.
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
              WS-ST-IN          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           PERFORM 0100-LOAD-PARAMS
           PERFORM 0100-LOAD-EMPRESA
           IF WS-PAR-TASAMORA = 0 THEN
              DISPLAY WS-MSG-INTZ LINE 12 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           DISPLAY WS-MSG-INFC LINE 06 COL 01
           MOVE SPACES TO WS-IN-CORTE
           ACCEPT WS-IN-CORTE LINE 07 COL 01
           IF WS-IN-CORTE = SPACES OR WS-IN-CORTE = LOW-VALUE THEN
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              MOVE WS-DATETIME(1:8) TO WS-IN-CORTE
           END-IF
           MOVE WS-IN-CORTE TO WS-IN-CORTE-N
           MOVE WS-IN-CORTE-N TO WS-VEN-HOY-N
           DISPLAY WS-MSG-INPV LINE 08 COL 01
           MOVE SPACE TO WS-OPTX
           ACCEPT WS-OPTX LINE 08 COL 64
           IF WS-OPTX = 'n' OR WS-OPTX = 'N' THEN
              SET WS-IN-PREVIEW TO 0
           ELSE
              SET WS-IN-PREVIEW TO 1
           END-IF
           MOVE 0 TO WS-IN-CNT
           MOVE 0 TO WS-V-IN-TOT
           PERFORM 0100-SCAN-CARTERA
           IF WS-IN-CNT = 0 THEN
              DISPLAY WS-MSG-INNO LINE 12 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           PERFORM 0100-ISSUE-NOTES
           MOVE WS-IN-CNT TO WS-IN-CNT-ED
           IF WS-IN-PREVIEW = 1 THEN
              DISPLAY WS-MSG-INPK LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-INOK LINE 22 COL 01
              DISPLAY WS-IN-CNT-ED LINE 22 COL 65
           END-IF.
       0000-MAIN-FIN.
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-EMPRESA : Reads the company record for the note
      *    heading.
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
      *    0100-SCAN-CARTERA : Queues one interest charge per overdue
      *    open invoice or charge item. Credit notes and the debit
      *    notes themselves never bear interest.
      *-----------------------------------------------------------------
       0100-SCAN-CARTERA.
           MOVE SPACES TO WS-IN-LAST-CLI
           OPEN INPUT CLIENTES
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
                       IF CXC-EST-ABIERTA
                       AND (CXC-TIPO-FACTURA OR CXC-TIPO-CARGO) THEN
                          PERFORM 0100-CALC-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CARTERA
           END-IF
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CALC-ITEM : Interest of one item on its unpaid rest,
      *    for the days between the due date (or the last date already
      *    charged, if later) and the cutoff, at the monthly rate
      *    prorated over 30 days.
      *-----------------------------------------------------------------
       0100-CALC-ITEM.
           COMPUTE WS-V-IN-REST = CXC-VALOR - CXC-ABONADO
           IF WS-V-IN-REST = 0 OR WS-IN-CNT NOT < 500 THEN
              GO TO 0100-CALC-ITEM-FIN
           END-IF
           PERFORM 0100-DIAS-MORA
           IF WS-VEN-DIAS NOT > 0 THEN
              GO TO 0100-CALC-ITEM-FIN
           END-IF
           MOVE WS-VEN-FVEN-N TO WS-IN-DESDE-N
           IF CXC-FINTERES NUMERIC THEN
              IF CXC-FINTERES > WS-IN-DESDE-N THEN
                 MOVE CXC-FINTERES TO WS-IN-DESDE-N
              END-IF
           END-IF
           COMPUTE WS-IN-DIAS =
              FUNCTION INTEGER-OF-DATE(WS-IN-CORTE-N)
              - FUNCTION INTEGER-OF-DATE(WS-IN-DESDE-N)
           IF WS-IN-DIAS NOT > 0 THEN
              GO TO 0100-CALC-ITEM-FIN
           END-IF
           PERFORM 0100-CHECK-EXENTO
           IF WS-IN-LAST-OK = 0 THEN
              GO TO 0100-CALC-ITEM-FIN
           END-IF
           COMPUTE WS-V-IN-INT ROUNDED =
              WS-V-IN-REST * WS-PAR-TASAMORA * WS-IN-DIAS / 3000
           IF WS-V-IN-INT = 0 THEN
              GO TO 0100-CALC-ITEM-FIN
           END-IF
           ADD 1 TO WS-IN-CNT
           MOVE CXC-CLIENTE TO WS-IN-T-CLI(WS-IN-CNT)
           MOVE WS-IN-LAST-NOM TO WS-IN-T-NOMBRE(WS-IN-CNT)
           MOVE CXC-TIPO TO WS-IN-T-TIPO(WS-IN-CNT)
           MOVE CXC-NUM TO WS-IN-T-NUM(WS-IN-CNT)
           MOVE WS-IN-DESDE-N TO WS-IN-T-DESDE(WS-IN-CNT)
           MOVE WS-IN-DIAS TO WS-IN-T-DIAS(WS-IN-CNT)
           MOVE WS-V-IN-REST TO WS-IN-T-REST(WS-IN-CNT)
           MOVE WS-V-IN-INT TO WS-IN-T-INT(WS-IN-CNT).
       0100-CALC-ITEM-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-EXENTO : WS-IN-LAST-OK = 1 when the item's
      *    customer exists and is not exempt; the answer is kept for
      *    the customer's following items.
      *-----------------------------------------------------------------
       0100-CHECK-EXENTO.
           IF CXC-CLIENTE = WS-IN-LAST-CLI THEN
              GO TO 0100-CHECK-EXENTO-FIN
           END-IF
           MOVE CXC-CLIENTE TO WS-IN-LAST-CLI
           SET WS-IN-LAST-OK TO 0
           MOVE SPACES TO WS-IN-LAST-NOM
           MOVE CXC-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CLI-NOMBRE TO WS-IN-LAST-NOM
                 IF NOT CLI-EXENTO-INT THEN
                    SET WS-IN-LAST-OK TO 1
                 END-IF
           END-READ.
       0100-CHECK-EXENTO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ISSUE-NOTES : Prints every queued note; the real run
      *    also posts it to CARTERA.DAT and the customer balance and
      *    advances the debit note sequence.
      *-----------------------------------------------------------------
       0100-ISSUE-NOTES.
           MOVE WS-PAR-NEXTNDB TO WS-IN-NUM
           OPEN OUTPUT NOTASDBPRN
           IF WS-IN-PREVIEW = 0 THEN
              OPEN I-O CARTERA
              OPEN I-O CLIENTES
           END-IF
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-CNT
              PERFORM 0100-PRINT-NOTE
              IF WS-IN-PREVIEW = 0 THEN
                 PERFORM 0100-POST-NOTE
              END-IF
              ADD WS-IN-T-INT(WS-IN-IDX) TO WS-V-IN-TOT
              ADD 1 TO WS-IN-NUM
           END-PERFORM
           MOVE WS-V-IN-TOT TO WS-IN-TOT-ED
           MOVE SPACES TO NOTASDB-RECORD
           STRING 'TOTAL INTERESES AL CORTE ' WS-IN-CORTE ': '
                  WS-IN-TOT-ED
           DELIMITED BY SIZE INTO NOTASDB-RECORD
           WRITE NOTASDB-RECORD
           CLOSE NOTASDBPRN
           IF WS-IN-PREVIEW = 0 THEN
              CLOSE CARTERA
              CLOSE CLIENTES
              MOVE WS-IN-NUM TO WS-PAR-NEXTNDB
              PERFORM 0100-SAVE-PARAMS
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-NOTE : One debit note under the company heading.
      *-----------------------------------------------------------------
       0100-PRINT-NOTE.
           IF WS-EMP-FOUND = 1 THEN
              MOVE EMP-RSOCIAL TO NOTASDB-RECORD
              WRITE NOTASDB-RECORD
              MOVE SPACES TO NOTASDB-RECORD
              STRING EMP-DIR1 ' TEL ' EMP-TEL1
              DELIMITED BY SIZE INTO NOTASDB-RECORD
              WRITE NOTASDB-RECORD
           END-IF
           MOVE SPACES TO NOTASDB-RECORD
           IF WS-IN-PREVIEW = 1 THEN
              STRING 'NOTA DEBITO (VISTA PREVIA) No. ' WS-IN-NUM
                     '   FECHA: ' WS-IN-CORTE
              DELIMITED BY SIZE INTO NOTASDB-RECORD
           ELSE
              STRING 'NOTA DEBITO No. ' WS-IN-NUM
                     '   FECHA: ' WS-IN-CORTE
              DELIMITED BY SIZE INTO NOTASDB-RECORD
           END-IF
           WRITE NOTASDB-RECORD
           MOVE SPACES TO NOTASDB-RECORD
           STRING 'SENORES: ' WS-IN-T-NOMBRE(WS-IN-IDX) ' ('
                  WS-IN-T-CLI(WS-IN-IDX) ')'
           DELIMITED BY SIZE INTO NOTASDB-RECORD
           WRITE NOTASDB-RECORD
           MOVE SPACES TO NOTASDB-RECORD
           STRING 'INTERESES DE MORA SOBRE EL DOCUMENTO '
                  WS-IN-T-TIPO(WS-IN-IDX) ' '
                  WS-IN-T-NUM(WS-IN-IDX)
           DELIMITED BY SIZE INTO NOTASDB-RECORD
           WRITE NOTASDB-RECORD
           MOVE WS-IN-T-REST(WS-IN-IDX) TO WS-IN-VAL-ED
           MOVE WS-IN-T-DIAS(WS-IN-IDX) TO WS-IN-DIAS-ED
           MOVE WS-PAR-TASAMORA TO WS-IN-PCT-ED
           MOVE SPACES TO NOTASDB-RECORD
           STRING 'SALDO ' WS-IN-VAL-ED '  DESDE '
                  WS-IN-T-DESDE(WS-IN-IDX) '  DIAS ' WS-IN-DIAS-ED
                  '  TASA MES % ' WS-IN-PCT-ED
           DELIMITED BY SIZE INTO NOTASDB-RECORD
           WRITE NOTASDB-RECORD
           MOVE WS-IN-T-INT(WS-IN-IDX) TO WS-IN-VAL-ED
           MOVE SPACES TO NOTASDB-RECORD
           STRING 'VALOR NOTA DEBITO: ' WS-IN-VAL-ED
           DELIMITED BY SIZE INTO NOTASDB-RECORD
           WRITE NOTASDB-RECORD
           MOVE WS-HYPHNS(1:80) TO NOTASDB-RECORD
           WRITE NOTASDB-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-NOTE : Marks the source item charged up to the
      *    cutoff, opens the debit note as a 'D' item due at once and
      *    raises the customer balance.
      *-----------------------------------------------------------------
       0100-POST-NOTE.
           MOVE WS-IN-T-CLI(WS-IN-IDX) TO CXC-CLIENTE
           MOVE WS-IN-T-TIPO(WS-IN-IDX) TO CXC-TIPO
           MOVE WS-IN-T-NUM(WS-IN-IDX) TO CXC-NUM
           READ CARTERA
              KEY IS CXC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-IN-CORTE TO CXC-FINTERES
                 REWRITE CXC-REG
           END-READ
           MOVE SPACES TO CXC-REG
           MOVE WS-IN-T-CLI(WS-IN-IDX) TO CXC-CLIENTE
           SET CXC-TIPO-DEBITO TO TRUE
           MOVE WS-IN-NUM TO CXC-NUM
           MOVE WS-IN-CORTE TO CXC-FECHA
           MOVE WS-IN-CORTE TO CXC-FVENCE
           MOVE WS-IN-CORTE TO CXC-FINTERES
           MOVE WS-IN-T-INT(WS-IN-IDX) TO CXC-VALOR
           MOVE 0 TO CXC-ABONADO
           SET CXC-EST-ABIERTA TO TRUE
           WRITE CXC-REG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 0100-POST-SALDO
           END-WRITE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-SALDO : The note just opened raises the balance.
      *-----------------------------------------------------------------
       0100-POST-SALDO.
           MOVE WS-IN-T-CLI(WS-IN-IDX) TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD WS-IN-T-INT(WS-IN-IDX) TO CLI-SALDO
                 REWRITE REG-CLIENTE
           END-READ
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
       END PROGRAM INTERES01.
