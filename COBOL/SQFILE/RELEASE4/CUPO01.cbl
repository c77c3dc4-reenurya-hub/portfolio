      ******************************************************************
      * Program      : CUPO01.cbl                                      *
      * Purpose      : Credit limit control. A change to the limit of  *
      *                a customer made in CLIENTE01 waits in           *
      *                CUPOSOL.DAT until a supervisor other than the   *
      *                operator who asked for it approves or rejects   *
      *                it; only an approval rewrites CLI-CUPO. The     *
      *                file keeps the history of every limit (old,     *
      *                new, requester, approver and date). Also the    *
      *                quarterly credit review: per customer, the      *
      *                average days-to-pay of the period's invoices    *
      *                and the worst delay past due, from CARTERA.DAT  *
      *                and PAGOS.DAT, with a suggestion to raise, hold *
      *                or cut the limit, on screen and as a CSV        *
      *                registered in INFORMES.LOG.                     *
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
       PROGRAM-ID. CUPO01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "CLISEL.cpy".
       copy "CXCSEL.cpy".
       copy "PAGSEL.cpy".
       copy "CPSSEL.cpy".
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
       copy "CPSFD.cpy".
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
           77 WS-CPS-STATUS      PIC XX.
           77 WS-CP-CLIENTE      PIC X(10).
           77 WS-CP-FOUND        PIC 9 VALUE 0.
           77 WS-CP-FIN          PIC 9 VALUE 0.
           77 WS-CP-DECIDE       PIC X(01).
           77 WS-CP-CNT          PIC 9(05) VALUE 0.
           77 WS-CP-ED1          PIC ZZZZZZ9.99.
           77 WS-CP-ED2          PIC ZZZZZZ9.99.
      *
      *    CREDIT REVIEW. THE LIMIT IS SUGGESTED UP WHEN THE CUSTOMER
      *    PAYS WITHIN TERMS, NEVER LATE, AND USES AT LEAST
      *    WS-CR-PCT-SUBE PERCENT OF IT; DOWN WHEN THE WORST DELAY
      *    PASSES WS-CR-MORA-MAX DAYS OR THE AVERAGE PASSES THE TERMS
      *    BY WS-CR-HOLGURA DAYS.
           77 WS-CR-PCT-SUBE     PIC 9(03) VALUE 80.
           77 WS-CR-MORA-MAX     PIC 9(03) VALUE 60.
           77 WS-CR-HOLGURA      PIC 9(03) VALUE 30.
           77 WS-CR-DESDE        PIC X(08).
           77 WS-CR-HASTA        PIC X(08).
           77 WS-CR-HOY-N        PIC 9(08).
           77 WS-CR-FEC-N        PIC 9(08).
           77 WS-CR-FPAGO        PIC X(08).
           77 WS-CR-FPAGO-N      PIC 9(08).
           77 WS-CR-FACS         PIC 9(05) VALUE 0.
           77 WS-CR-PAGADAS      PIC 9(05) VALUE 0.
           77 WS-CR-SUMDIAS      PIC S9(09) VALUE 0.
           77 WS-CR-DIAS         PIC S9(05) VALUE 0.
           77 WS-CR-PROM         PIC S9(05) VALUE 0.
           77 WS-CR-PEOR         PIC S9(05) VALUE 0.
           77 WS-CR-USO          PIC 9(05) VALUE 0.
           77 WS-CR-SUGIERE      PIC X(08).
           77 WS-CR-CNT          PIC 9(05) VALUE 0.
           77 WS-CR-NPAG         PIC 9(04) VALUE 0.
           77 WS-CR-IX           PIC 9(04) VALUE 0.
           77 WS-CR-FACS-ED      PIC ZZZZ9.
           77 WS-CR-PAG-ED       PIC ZZZZ9.
           77 WS-CR-PROM-ED      PIC -ZZZ9.
           77 WS-CR-PEOR-ED      PIC -ZZZ9.
           77 WS-CR-USO-ED       PIC ZZZZ9.
           77 WS-CR-PLAZO-ED     PIC ZZ9.
           77 WS-CR-CUPO-ED      PIC ZZZZZZ9.99.
           77 WS-CR-SALDO-ED     PIC -ZZZZZZ9.99.
      *
      *    PAYMENTS OF THE CUSTOMER UNDER REVIEW: DATE AND THE INVOICE
      *    EACH ONE WAS APPLIED TO FIRST.
       01 WS-CR-TABLE.
           02 WS-CR-PAGO OCCURS 500 TIMES.
               03 WS-CR-T-FECHA     PIC X(08).
               03 WS-CR-T-FACTURA   PIC 9(06).
      *
           77 WS-ST-CP     PIC X(25) VALUE 'CONTROL DE CUPOS CREDITO '.
           77 WS-MSG-CPOP PIC X(80) VALUE ' 1-PENDIENTES 2-APRUEBA 3'-
       '-HISTORIAL 4-REVISION 9-SALE        Ingrese opcion [  ]'.
           77 WS-MSG-CPCL PIC X(80) VALUE ' Cliente (ENTER para canc'-
       'elar):                                                 '.
           77 WS-MSG-CPNX PIC X(80) VALUE ' El cliente no tiene una '-
       'solicitud de cupo pendiente.                           '.
           77 WS-MSG-CPNV PIC X(80) VALUE ' No hay solicitudes de cu'-
       'po pendientes.                                         '.
           77 WS-MSG-CPNH PIC X(80) VALUE ' El cliente no tiene hist'-
       'orial de cupos.                                        '.
           77 WS-MSG-CPMI PIC X(80) VALUE ' La solicitud la aprueba '-
       'un supervisor distinto de quien la pidio.              '.
           77 WS-MSG-CPAR PIC X(80) VALUE ' A-Aprueba  R-Rechaza  EN'-
       'TER-Deja pendiente:                                    '.
           77 WS-MSG-CPNC PIC X(80) VALUE ' El cliente de la solicit'-
       'ud ya no existe; se rechaza.                           '.
           77 WS-MSG-CPAP PIC X(80) VALUE ' Cupo aprobado y actualiz'-
       'ado en el cliente.                                     '.
           77 WS-MSG-CPRE PIC X(80) VALUE ' Solicitud de cupo rechaz'-
       'ada.                                                   '.
           77 WS-MSG-CRDE PIC X(80) VALUE ' Periodo desde (AAAAMMDD,'-
       ' vacio = 90 dias atras):                               '.
           77 WS-MSG-CRHA PIC X(80) VALUE ' Periodo hasta (AAAAMMDD,'-
       ' vacio = hoy):                                         '.
           77 WS-MSG-CRFE PIC X(80) VALUE ' Periodo no valido. Use A'-
       'AAAMMDD y desde menor o igual a hasta.                 '.
           77 WS-MSG-CRNV PIC X(80) VALUE ' Ningun cliente tiene fac'-
       'turas en el periodo.                                   '.
           77 WS-MSG-CROK PIC X(80) VALUE ' Revision generada en CSV'-
       ' y registrada en INFORMES.LOG.                         '.
           77 WS-LB-CPSOL  PIC X(30) VALUE
              'Solicitada el................:'.
           77 WS-LB-CPSOP  PIC X(30) VALUE
              'Solicitada por...............:'.
           77 WS-LB-CPANT  PIC X(30) VALUE
              'Cupo actual..................:'.
           77 WS-LB-CPNUE  PIC X(30) VALUE
              'Cupo solicitado..............:'.
           77 WS-LB-CPLIS  PIC X(78) VALUE
              'CLIENTE    SOLICITUD  CUPO ACTUAL  CUPO NUEVO SOLICITO'.
           77 WS-LB-CPHIS  PIC X(78) VALUE
              'SOLICITUD  CUPO ANTER.  CUPO NUEVO E SOLICITO   APROBO
      -       '    FECHA'.
           77 WS-LB-CRLIS  PIC X(78) VALUE
              'CLIENTE          CUPO  USO%  PLZ FACT PAG PROM PEOR SUG
      -       'ERENCIA'.
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
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                 WS-HEAD1          LINE 02 COL 01
                 WS-HEAD2          LINE 03 COL 01
                 WS-ST-PPL         LINE 04 COL 01
                 WS-ST-CP          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              DISPLAY WS-MSG-CPOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-LIST-PEND
                 WHEN 2
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-NOAC LINE 22 COL 01
                    ELSE
                       PERFORM 0100-DECIDE-CUPO
                          THRU 0100-DECIDE-CUPO-FIN
                    END-IF
                 WHEN 3
                    PERFORM 0100-HIST-CUPO THRU 0100-HIST-CUPO-FIN
                 WHEN 4
                    PERFORM 0100-REVISION THRU 0100-REVISION-FIN
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
      *    0100-LIST-PEND : Lists every request still pending.
      *-----------------------------------------------------------------
       0100-LIST-PEND.
           MOVE 0 TO WS-CP-CNT
           DISPLAY WS-LB-CPLIS LINE 07 COL 01
           MOVE 9 TO WS-ROWCTRL
           OPEN INPUT CUPOSOL
           IF WS-CPS-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CUPOSOL NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CPS-EST-PENDIENTE THEN
                          ADD 1 TO WS-CP-CNT
                          PERFORM 0100-CP-NEWROW
                          MOVE CPS-CUPO-ANT TO WS-CP-ED1
                          MOVE CPS-CUPO-NUEVO TO WS-CP-ED2
                          DISPLAY CPS-CLIENTE LINE WS-ROWCTRL COL 01
                          DISPLAY CPS-FSOL LINE WS-ROWCTRL COL 12
                          DISPLAY WS-CP-ED1 LINE WS-ROWCTRL COL 22
                          DISPLAY WS-CP-ED2 LINE WS-ROWCTRL COL 34
                          DISPLAY CPS-SOLICITA LINE WS-ROWCTRL COL 45
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CUPOSOL
           IF WS-CP-CNT = 0 THEN
              DISPLAY WS-MSG-CPNV LINE 22 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DECIDE-CUPO : Approves or rejects the pending request
      *    of one customer. The operator who asked for the change may
      *    not decide it. An approval moves the new limit to CLI-CUPO;
      *    either way the request keeps who decided it and when.
      *-----------------------------------------------------------------
       0100-DECIDE-CUPO.
           PERFORM 0100-ASK-CLIENTE
           IF WS-CP-CLIENTE = SPACES THEN
              GO TO 0100-DECIDE-CUPO-FIN
           END-IF
           OPEN I-O CUPOSOL
           IF WS-CPS-STATUS NOT = '00' THEN
              CLOSE CUPOSOL
              DISPLAY WS-MSG-CPNX LINE 22 COL 01
              GO TO 0100-DECIDE-CUPO-FIN
           END-IF
           PERFORM 0100-FIND-PEND
           IF WS-CP-FOUND = 0 THEN
              CLOSE CUPOSOL
              DISPLAY WS-MSG-CPNX LINE 22 COL 01
              GO TO 0100-DECIDE-CUPO-FIN
           END-IF
           MOVE CPS-CUPO-ANT TO WS-CP-ED1
           MOVE CPS-CUPO-NUEVO TO WS-CP-ED2
           DISPLAY WS-LB-CPSOL LINE 09 COL 01
           DISPLAY CPS-FSOL LINE 09 COL 32
           DISPLAY CPS-HSOL LINE 09 COL 41
           DISPLAY WS-LB-CPSOP LINE 10 COL 01
           DISPLAY CPS-SOLICITA LINE 10 COL 32
           DISPLAY WS-LB-CPANT LINE 11 COL 01
           DISPLAY WS-CP-ED1 LINE 11 COL 32
           DISPLAY WS-LB-CPNUE LINE 12 COL 01
           DISPLAY WS-CP-ED2 LINE 12 COL 32
           IF CPS-SOLICITA = WS-OPERATOR-ID THEN
              CLOSE CUPOSOL
              DISPLAY WS-MSG-CPMI LINE 22 COL 01
              GO TO 0100-DECIDE-CUPO-FIN
           END-IF
           DISPLAY WS-MSG-CPAR LINE 14 COL 01
           MOVE SPACE TO WS-CP-DECIDE
           ACCEPT WS-CP-DECIDE LINE 14 COL 44
           MOVE FUNCTION UPPER-CASE(WS-CP-DECIDE) TO WS-CP-DECIDE
           IF WS-CP-DECIDE NOT = 'A' AND WS-CP-DECIDE NOT = 'R' THEN
              CLOSE CUPOSOL
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-DECIDE-CUPO-FIN
           END-IF
           IF WS-CP-DECIDE = 'A' THEN
              PERFORM 0100-SET-CLI-CUPO
              IF WS-CP-FOUND = 0 THEN
                 MOVE 'R' TO WS-CP-DECIDE
                 DISPLAY WS-MSG-CPNC LINE 21 COL 01
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-OPERATOR-ID TO CPS-APRUEBA
           MOVE WS-DATETIME(1:8) TO CPS-FAPRUEBA
           MOVE SPACES TO WS-CODART
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'CLI ' CPS-CLIENTE ' CUPO ' WS-CP-ED1
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'CLI ' CPS-CLIENTE ' CUPO ' WS-CP-ED2
                  ' SOLICITO ' CPS-SOLICITA ' EL ' CPS-FSOL
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           IF WS-CP-DECIDE = 'A' THEN
              SET CPS-EST-APROBADA TO TRUE
              MOVE 'CUPOAPRUEB' TO WS-AUD-TTYPE
           ELSE
              SET CPS-EST-RECHAZADA TO TRUE
              MOVE 'CUPORECHAZ' TO WS-AUD-TTYPE
           END-IF
           REWRITE CPS-REG
           CLOSE CUPOSOL
           PERFORM 0100-WRITE-AUDIT-REC
           IF CPS-EST-APROBADA THEN
              DISPLAY WS-MSG-CPAP LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-CPRE LINE 22 COL 01
           END-IF.
       0100-DECIDE-CUPO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-CLI-CUPO : Writes the approved limit to the
      *    customer; WS-CP-FOUND drops when the customer is gone.
      *-----------------------------------------------------------------
       0100-SET-CLI-CUPO.
           SET WS-CP-FOUND TO 0
           OPEN I-O CLIENTES
           IF WS-CLI-STATUS = '00' THEN
              MOVE CPS-CLIENTE TO CLI-ID
              READ CLIENTES
                 KEY IS CLI-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-CP-FOUND TO 1
                    MOVE CPS-CUPO-NUEVO TO CLI-CUPO
                    REWRITE REG-CLIENTE
              END-READ
           END-IF
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-PEND : Positions CUPOSOL.DAT, already open, on
      *    the pending request of WS-CP-CLIENTE.
      *-----------------------------------------------------------------
       0100-FIND-PEND.
           SET WS-CP-FOUND TO 0
           SET WS-CP-FIN TO 0
           MOVE WS-CP-CLIENTE TO CPS-CLIENTE
           MOVE LOW-VALUES TO CPS-FSOL
           MOVE LOW-VALUES TO CPS-HSOL
           START CUPOSOL KEY IS NOT LESS THAN CPS-CLAVE
              INVALID KEY
                 SET WS-CP-FIN TO 1
           END-START
           PERFORM UNTIL WS-CP-FIN = 1
              READ CUPOSOL NEXT RECORD
                 AT END
                    SET WS-CP-FIN TO 1
                 NOT AT END
                    IF CPS-CLIENTE NOT = WS-CP-CLIENTE THEN
                       SET WS-CP-FIN TO 1
                    ELSE
                       IF CPS-EST-PENDIENTE THEN
                          SET WS-CP-FOUND TO 1
                          SET WS-CP-FIN TO 1
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HIST-CUPO : Every limit request of one customer, oldest
      *    first, with its state and who asked for and decided it.
      *-----------------------------------------------------------------
       0100-HIST-CUPO.
           PERFORM 0100-ASK-CLIENTE
           IF WS-CP-CLIENTE = SPACES THEN
              GO TO 0100-HIST-CUPO-FIN
           END-IF
           MOVE 0 TO WS-CP-CNT
           DISPLAY WS-LB-CPHIS LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           OPEN INPUT CUPOSOL
           IF WS-CPS-STATUS = '00' THEN
              SET WS-CP-FIN TO 0
              MOVE WS-CP-CLIENTE TO CPS-CLIENTE
              MOVE LOW-VALUES TO CPS-FSOL
              MOVE LOW-VALUES TO CPS-HSOL
              START CUPOSOL KEY IS NOT LESS THAN CPS-CLAVE
                 INVALID KEY
                    SET WS-CP-FIN TO 1
              END-START
              PERFORM UNTIL WS-CP-FIN = 1
                 READ CUPOSOL NEXT RECORD
                    AT END
                       SET WS-CP-FIN TO 1
                    NOT AT END
                       IF CPS-CLIENTE NOT = WS-CP-CLIENTE THEN
                          SET WS-CP-FIN TO 1
                       ELSE
                          PERFORM 0100-HIST-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CUPOSOL
           IF WS-CP-CNT = 0 THEN
              DISPLAY WS-MSG-CPNH LINE 22 COL 01
           END-IF.
       0100-HIST-CUPO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-HIST-LINE : One row of the history.
      *-----------------------------------------------------------------
       0100-HIST-LINE.
           ADD 1 TO WS-CP-CNT
           PERFORM 0100-CP-NEWROW
           MOVE CPS-CUPO-ANT TO WS-CP-ED1
           MOVE CPS-CUPO-NUEVO TO WS-CP-ED2
           DISPLAY CPS-FSOL LINE WS-ROWCTRL COL 01
           DISPLAY WS-CP-ED1 LINE WS-ROWCTRL COL 11
           DISPLAY WS-CP-ED2 LINE WS-ROWCTRL COL 23
           DISPLAY CPS-ESTADO LINE WS-ROWCTRL COL 34
           DISPLAY CPS-SOLICITA LINE WS-ROWCTRL COL 36
           DISPLAY CPS-APRUEBA LINE WS-ROWCTRL COL 47
           DISPLAY CPS-FAPRUEBA LINE WS-ROWCTRL COL 58
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASK-CLIENTE : Customer id into WS-CP-CLIENTE; spaces
      *    when the operator cancels.
      *-----------------------------------------------------------------
       0100-ASK-CLIENTE.
           DISPLAY WS-MSG-CPCL LINE 07 COL 01
           MOVE SPACES TO WS-CP-CLIENTE
           ACCEPT WS-CP-CLIENTE LINE 07 COL 34
           IF WS-CP-CLIENTE = LOW-VALUE THEN
              MOVE SPACES TO WS-CP-CLIENTE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REVISION : Quarterly credit review. For every active
      *    customer with invoices dated in the period: how many days
      *    each settled invoice took to be paid, their average, and
      *    the worst delay past the due date (a settled invoice as of
      *    its payment, an open one as of today), against the terms
      *    and the limit in use.
      *-----------------------------------------------------------------
       0100-REVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CR-HOY-N
           DISPLAY WS-MSG-CRDE LINE 07 COL 01
           MOVE SPACES TO WS-CR-DESDE
           ACCEPT WS-CR-DESDE LINE 07 COL 52
           DISPLAY WS-MSG-CRHA LINE 08 COL 01
           MOVE SPACES TO WS-CR-HASTA
           ACCEPT WS-CR-HASTA LINE 08 COL 52
           IF WS-CR-HASTA = SPACES OR WS-CR-HASTA = LOW-VALUE THEN
              MOVE WS-DATETIME(1:8) TO WS-CR-HASTA
           END-IF
           IF WS-CR-DESDE = SPACES OR WS-CR-DESDE = LOW-VALUE THEN
              COMPUTE WS-CR-FEC-N = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-CR-HOY-N) - 90)
              MOVE WS-CR-FEC-N TO WS-CR-DESDE
           END-IF
           IF WS-CR-DESDE IS NOT NUMERIC
           OR WS-CR-HASTA IS NOT NUMERIC
           OR WS-CR-DESDE > WS-CR-HASTA THEN
              DISPLAY WS-MSG-CRFE LINE 22 COL 01
              GO TO 0100-REVISION-FIN
           END-IF
           MOVE 0 TO WS-CR-CNT
           PERFORM 0100-CR-OPEN-REPORT
           DISPLAY WS-LB-CRLIS LINE 10 COL 01
           MOVE 11 TO WS-ROWCTRL
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00' THEN
              OPEN INPUT CARTERA
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CLIENTES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF CLI-ACTIVO
                       AND (CLI-FUSION = SPACES
                         OR CLI-FUSION = LOW-VALUE) THEN
                          PERFORM 0100-CR-CLIENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CARTERA
           END-IF
           CLOSE CLIENTES
           IF WS-CR-CNT = 0 THEN
              DISPLAY WS-MSG-CRNV LINE 22 COL 01
           ELSE
              OPEN EXTEND RPTLOG
              MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
              WRITE RPTLOG-RECORD
              CLOSE RPTLOG
              DISPLAY WS-MSG-CROK LINE 22 COL 01
           END-IF.
       0100-REVISION-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CR-OPEN-REPORT : Names the CSV and writes its headings.
      *-----------------------------------------------------------------
       0100-CR-OPEN-REPORT.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'REVCREDITO_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'REVISION DE CREDITO' WS-CSV-DELIM
                  WS-CR-DESDE WS-CSV-DELIM WS-CR-HASTA
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'CLIENTE' WS-CSV-DELIM
                  'NOMBRE' WS-CSV-DELIM
                  'CUPO' WS-CSV-DELIM
                  'SALDO' WS-CSV-DELIM
                  'USO %' WS-CSV-DELIM
                  'PLAZO' WS-CSV-DELIM
                  'FACTURAS' WS-CSV-DELIM
                  'PAGADAS' WS-CSV-DELIM
                  'PROMEDIO DIAS PAGO' WS-CSV-DELIM
                  'PEOR MORA' WS-CSV-DELIM
                  'SUGERENCIA'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CR-CLIENTE : Reviews the customer just read. Customers
      *    without invoices in the period are left out.
      *-----------------------------------------------------------------
       0100-CR-CLIENTE.
           MOVE 0 TO WS-CR-FACS
           MOVE 0 TO WS-CR-PAGADAS
           MOVE 0 TO WS-CR-SUMDIAS
           MOVE 0 TO WS-CR-PEOR
           PERFORM 0100-CLI-PLAZO
           PERFORM 0100-CR-LOAD-PAGOS
           IF WS-CXC-STATUS = '00' THEN
              SET WS-CP-FIN TO 0
              MOVE CLI-ID TO CXC-CLIENTE
              SET CXC-TIPO-FACTURA TO TRUE
              MOVE 0 TO CXC-NUM
              START CARTERA KEY IS NOT LESS THAN CXC-CLAVE
                 INVALID KEY
                    SET WS-CP-FIN TO 1
              END-START
              PERFORM UNTIL WS-CP-FIN = 1
                 READ CARTERA NEXT RECORD
                    AT END
                       SET WS-CP-FIN TO 1
                    NOT AT END
                       IF CXC-CLIENTE NOT = CLI-ID
                       OR NOT CXC-TIPO-FACTURA THEN
                          SET WS-CP-FIN TO 1
                       ELSE
                          IF CXC-FECHA NOT < WS-CR-DESDE
                          AND CXC-FECHA NOT > WS-CR-HASTA THEN
                             PERFORM 0100-CR-FACTURA
                                THRU 0100-CR-FACTURA-FIN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-CR-FACS > 0 THEN
              PERFORM 0100-CR-SUGIERE
              PERFORM 0100-CR-LINE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CR-FACTURA : One invoice of the period. A settled one
      *    adds its days-to-pay to the average and its delay as of the
      *    payment date; an open one counts its delay as of today.
      *-----------------------------------------------------------------
       0100-CR-FACTURA.
           ADD 1 TO WS-CR-FACS
           IF CXC-EST-SALDADA THEN
              PERFORM 0100-CR-FECHA-PAGO
              IF WS-CR-FPAGO = SPACES THEN
                 GO TO 0100-CR-FACTURA-FIN
              END-IF
              MOVE WS-CR-FPAGO TO WS-CR-FPAGO-N
              MOVE CXC-FECHA TO WS-CR-FEC-N
              COMPUTE WS-CR-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-CR-FPAGO-N)
                 - FUNCTION INTEGER-OF-DATE(WS-CR-FEC-N)
              IF WS-CR-DIAS < 0 THEN
                 MOVE 0 TO WS-CR-DIAS
              END-IF
              ADD WS-CR-DIAS TO WS-CR-SUMDIAS
              ADD 1 TO WS-CR-PAGADAS
              MOVE WS-CR-FPAGO-N TO WS-VEN-HOY-N
           ELSE
              MOVE WS-CR-HOY-N TO WS-VEN-HOY-N
           END-IF
           PERFORM 0100-DIAS-MORA
           IF WS-VEN-DIAS > WS-CR-PEOR THEN
              MOVE WS-VEN-DIAS TO WS-CR-PEOR
           END-IF.
       0100-CR-FACTURA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CR-FECHA-PAGO : Date the invoice in the record area was
      *    paid off: the last payment applied first to it or, when it
      *    was settled as the second invoice of a payment, the first
      *    payment of the customer on or after its date.
      *-----------------------------------------------------------------
       0100-CR-FECHA-PAGO.
           MOVE SPACES TO WS-CR-FPAGO
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CR-NPAG
              IF WS-CR-T-FACTURA(WS-CR-IX) = CXC-NUM
              AND WS-CR-T-FECHA(WS-CR-IX) > WS-CR-FPAGO THEN
                 MOVE WS-CR-T-FECHA(WS-CR-IX) TO WS-CR-FPAGO
              END-IF
           END-PERFORM
           IF WS-CR-FPAGO = SPACES THEN
              PERFORM VARYING WS-CR-IX FROM 1 BY 1
                      UNTIL WS-CR-IX > WS-CR-NPAG
                 IF WS-CR-T-FECHA(WS-CR-IX) NOT < CXC-FECHA
                 AND (WS-CR-FPAGO = SPACES
                   OR WS-CR-T-FECHA(WS-CR-IX) < WS-CR-FPAGO) THEN
                    MOVE WS-CR-T-FECHA(WS-CR-IX) TO WS-CR-FPAGO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CR-FPAGO IS NOT NUMERIC THEN
              MOVE SPACES TO WS-CR-FPAGO
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CR-LOAD-PAGOS : The payments of the customer just read
      *    into WS-CR-TABLE.
      *-----------------------------------------------------------------
       0100-CR-LOAD-PAGOS.
           MOVE 0 TO WS-CR-NPAG
           OPEN INPUT PAGOS
           IF WS-PAG-STATUS = '00' THEN
              SET WS-CP-FIN TO 0
              PERFORM UNTIL WS-CP-FIN = 1
                 READ PAGOS
                    AT END
                       SET WS-CP-FIN TO 1
                    NOT AT END
                       IF PAG-CLIENTE = CLI-ID
                       AND WS-CR-NPAG < 500 THEN
                          ADD 1 TO WS-CR-NPAG
                          MOVE PAG-FECHA TO WS-CR-T-FECHA(WS-CR-NPAG)
                          MOVE PAG-FACTURA
                             TO WS-CR-T-FACTURA(WS-CR-NPAG)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PAGOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CR-SUGIERE : Raise, hold or cut the limit.
      *-----------------------------------------------------------------
       0100-CR-SUGIERE.
           MOVE 0 TO WS-CR-PROM
           IF WS-CR-PAGADAS > 0 THEN
              COMPUTE WS-CR-PROM ROUNDED =
                 WS-CR-SUMDIAS / WS-CR-PAGADAS
           END-IF
           MOVE 0 TO WS-CR-USO
           IF CLI-CUPO > 0 AND CLI-SALDO > 0 THEN
              COMPUTE WS-CR-USO ROUNDED =
                 CLI-SALDO * 100 / CLI-CUPO
                 ON SIZE ERROR
                    MOVE 99999 TO WS-CR-USO
              END-COMPUTE
           END-IF
           MOVE 'MANTENER' TO WS-CR-SUGIERE
           IF WS-CR-PEOR > WS-CR-MORA-MAX
           OR (WS-CR-PAGADAS > 0
               AND WS-CR-PROM > WS-VEN-PLAZO + WS-CR-HOLGURA) THEN
              MOVE 'REDUCIR' TO WS-CR-SUGIERE
           ELSE
              IF WS-CR-PEOR NOT > 0
              AND WS-CR-PAGADAS > 0
              AND WS-CR-PROM NOT > WS-VEN-PLAZO
              AND CLI-CUPO > 0
              AND WS-CR-USO NOT < WS-CR-PCT-SUBE THEN
                 MOVE 'SUBIR' TO WS-CR-SUGIERE
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CR-LINE : One customer on screen and CSV.
      *-----------------------------------------------------------------
       0100-CR-LINE.
           ADD 1 TO WS-CR-CNT
           MOVE CLI-CUPO TO WS-CR-CUPO-ED
           MOVE CLI-SALDO TO WS-CR-SALDO-ED
           MOVE WS-CR-USO TO WS-CR-USO-ED
           MOVE WS-VEN-PLAZO TO WS-CR-PLAZO-ED
           MOVE WS-CR-FACS TO WS-CR-FACS-ED
           MOVE WS-CR-PAGADAS TO WS-CR-PAG-ED
           MOVE WS-CR-PROM TO WS-CR-PROM-ED
           MOVE WS-CR-PEOR TO WS-CR-PEOR-ED
           PERFORM 0100-CP-NEWROW
           DISPLAY CLI-ID LINE WS-ROWCTRL COL 01
           DISPLAY WS-CR-CUPO-ED LINE WS-ROWCTRL COL 12
           DISPLAY WS-CR-USO-ED LINE WS-ROWCTRL COL 23
           DISPLAY WS-CR-PLAZO-ED LINE WS-ROWCTRL COL 29
           DISPLAY WS-CR-FACS-ED LINE WS-ROWCTRL COL 32
           DISPLAY WS-CR-PAG-ED LINE WS-ROWCTRL COL 37
           DISPLAY WS-CR-PROM-ED LINE WS-ROWCTRL COL 42
           DISPLAY WS-CR-PEOR-ED LINE WS-ROWCTRL COL 47
           DISPLAY WS-CR-SUGIERE LINE WS-ROWCTRL COL 53
           MOVE SPACES TO OUTPUT-RECORD
           STRING CLI-ID WS-CSV-DELIM
                  CLI-NOMBRE WS-CSV-DELIM
                  WS-CR-CUPO-ED WS-CSV-DELIM
                  WS-CR-SALDO-ED WS-CSV-DELIM
                  WS-CR-USO-ED WS-CSV-DELIM
                  WS-CR-PLAZO-ED WS-CSV-DELIM
                  WS-CR-FACS-ED WS-CSV-DELIM
                  WS-CR-PAG-ED WS-CSV-DELIM
                  WS-CR-PROM-ED WS-CSV-DELIM
                  WS-CR-PEOR-ED WS-CSV-DELIM
                  WS-CR-SUGIERE
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           OPEN EXTEND OUT-INFORME
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CP-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-CP-NEWROW.
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
              MOVE 9 TO WS-ROWCTRL
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
       copy "LOGIN.cpy".
      *
       copy "SESLOG.cpy".
      *
       copy "AUDIT.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "VENCE.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM CUPO01.
