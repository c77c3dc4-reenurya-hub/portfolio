      ******************************************************************
      * Program      : RAPPEL01.cbl                                    *
      * Purpose      : Vendor volume rebate agreements (RAPPEL.DAT):   *
      *                per vendor and period, up to five tiers of      *
      *                purchase value with the percentage each earns.  *
      *                The monthly run totals the value received from  *
      *                PEDIDOS.DAT within each agreement's period up   *
      *                to the month end, shows the tier reached, the   *
      *                next tier and what is missing to reach it, and  *
      *                the rebate earned to date, on screen and as a   *
      *                CSV registered in INFORMES.LOG. What was earned *
      *                since the last run is accrued to ASIENTOS.DAT,  *
      *                from where the accounting extract (CONTAB01)    *
      *                carries it into CONTABLE.INT. The settlement at *
      *                the end of the period posts the final           *
      *                adjustment, closes the agreement and writes the *
      *                claim letter to RAPPEL.PRN.                     *
      * Date         : 15-oct-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Changes                                                     *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 15-oct-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Posts the accrual and the       *
      *                                settlement to ASIENTOS.DAT,     *
      *                                carried into CONTABLE.INT by    *
      *                                the accounting extract, instead *
      *                                of files of their own.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPEL01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "RAPSEL.cpy".
       copy "PEDSEL.cpy".
       copy "PRVSEL.cpy".
      *
           SELECT CUENTAS ASSIGN TO "CUENTAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CTA-CATEGORY
           FILE STATUS  IS WS-CTA-STATUS.
      *
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
       copy "ASISEL.cpy".
      *
           SELECT RAPPRN ASSIGN TO "RAPPEL.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "RAPFD.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       FD CUENTAS.
       01 CTA-REG.
           02 CTA-CATEGORY          PIC X(15).
           02 CTA-INV               PIC X(10).
           02 CTA-AJU               PIC X(10).
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
       copy "ASIFD.cpy".
      *
       FD RAPPRN.
       01 RAPPRN-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "ASIWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-RAP-STATUS      PIC XX.
           77 WS-PED-STATUS      PIC XX.
           77 WS-CTA-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-EMP-FOUND       PIC 9 VALUE 0.
           77 WS-RB-FNAME        PIC X(36).
           77 WS-RB-CAT          PIC X(15) VALUE 'PROV-RAPPEL'.
           77 WS-RB-CTADEB       PIC X(10).
           77 WS-RB-CTACRE       PIC X(10).
           77 WS-RB-PROV         PIC X(10).
           77 WS-RB-DESDE        PIC X(08).
           77 WS-RB-HASTA        PIC X(08).
           77 WS-RB-FECHA        PIC X(08).
           77 WS-RB-HOY          PIC X(08).
           77 WS-RB-MES          PIC X(06).
           77 WS-RB-ANO-N        PIC 9(04).
           77 WS-RB-MM-N         PIC 9(02).
           77 WS-RB-SIG-N        PIC 9(08).
           77 WS-RB-CORTE-N      PIC 9(08).
           77 WS-RB-CORTE        PIC X(08).
           77 WS-RB-CONF         PIC X(01).
           77 WS-RB-ERR          PIC 9 VALUE 0.
           77 WS-RB-FIN          PIC 9 VALUE 0.
           77 WS-RB-CSV          PIC 9 VALUE 0.
           77 WS-RB-CNT          PIC 9(03) VALUE 0.
           77 WS-RB-IDX          PIC 9(03) VALUE 0.
           77 WS-RB-TIDX         PIC 9(03) VALUE 0.
           77 WS-RB-ROW          PIC 9(02) VALUE 0.
           77 WS-RB-LINES        PIC 9(05) VALUE 0.
           77 WS-RB-LINES-ED     PIC ZZZZ9.
           77 WS-RB-UMB-IN       PIC ZZZZZZZZZZ9.99.
           77 WS-RB-PCT-IN       PIC Z9.99.
           77 WS-RB-TIDX-ED      PIC 9.
           77 WS-V-RB-QTY        PIC 9(05)V99 VALUE 0.
           77 WS-V-RB-PRECIO     PIC 9(05)V99 VALUE 0.
           77 WS-V-RB-TASA       PIC 9(5)V9(4) VALUE 0.
           77 WS-V-RB-LINVAL     PIC 9(11)V99 VALUE 0.
           77 WS-V-RB-COMPRAS    PIC 9(11)V99 VALUE 0.
           77 WS-V-RB-UMBRAL     PIC 9(11)V99 VALUE 0.
           77 WS-V-RB-PCT        PIC 9(02)V99 VALUE 0.
           77 WS-V-RB-SIGUMB     PIC 9(11)V99 VALUE 0.
           77 WS-V-RB-SIGPCT     PIC 9(02)V99 VALUE 0.
           77 WS-V-RB-FALTA      PIC 9(11)V99 VALUE 0.
           77 WS-V-RB-REBATE     PIC 9(11)V99 VALUE 0.
           77 WS-V-RB-DELTA      PIC S9(11)V99 VALUE 0.
           77 WS-V-RB-VAL        PIC 9(11)V99 VALUE 0.
           77 WS-V-RB-PREV       PIC 9(11)V99 VALUE 0.
           77 WS-V-RB-DEB        PIC 9(13)V99 VALUE 0.
           77 WS-V-RB-TOTAL      PIC 9(13)V99 VALUE 0.
           77 WS-V-RB-CAUSA      PIC S9(13)V99 VALUE 0.
           77 WS-RB-ED1          PIC ZZZZZZZZ9.99.
           77 WS-RB-ED2          PIC ZZZZZZZZ9.99.
           77 WS-RB-ED3          PIC ZZZZZZZZ9.99.
           77 WS-RB-ED4          PIC -ZZZZZZZ9.99.
           77 WS-RB-ED5          PIC ZZZZZZZZ9.99.
           77 WS-RB-ED6          PIC ZZZZZZZZ9.99.
           77 WS-RB-PCT-ED       PIC Z9.99.
           77 WS-RB-PCT2-ED      PIC Z9.99.
      *
      *    THE TIERS BEING ENTERED, AS IN RAP-TRAMOS.
       01 WS-RB-TRAMOS          PIC X(85).
      *
      *    THE AGREEMENTS OF THE RUN AND THE VALUE RECEIVED IN EACH
      *    ONE'S PERIOD, UP TO ITS LIMIT DATE.
       01 WS-RB-TABLE.
           02 WS-RB-ENTRY OCCURS 100 TIMES.
               03 WS-RB-T-PROV      PIC X(10).
               03 WS-RB-T-DESDE     PIC X(08).
               03 WS-RB-T-LIMITE    PIC X(08).
               03 WS-RB-T-COMPRAS   PIC 9(11)V99.
      *
           77 WS-ST-RB     PIC X(25) VALUE 'RAPPEL DE PROVEEDORES    '.
           77 WS-MSG-RBOP PIC X(80) VALUE ' 1-ACUERDO  2-INFORME Y C'-
       'AUSACION DEL MES  3-LIQUIDACION  9-SALE            [  ]'.
           77 WS-MSG-RBPV PIC X(80) VALUE ' Proveedor:              '-
       '                                                       '.
           77 WS-MSG-RBDE PIC X(80) VALUE ' Inicio del periodo del a'-
       'cuerdo (AAAAMMDD):                                     '.
           77 WS-MSG-RBHA PIC X(80) VALUE ' Fin del periodo del acue'-
       'rdo (AAAAMMDD):                                        '.
           77 WS-MSG-RBFX PIC X(80) VALUE ' Fecha invalida. Use AAAA'-
       'MMDD; el fin debe ser posterior al inicio.             '.
           77 WS-MSG-RBTX PIC X(80) VALUE ' Tramo invalido: debe sup'-
       'erar al anterior y llevar porcentaje.                  '.
           77 WS-MSG-RBT0 PIC X(80) VALUE ' El acuerdo necesita al m'-
       'enos un tramo.                                         '.
           77 WS-MSG-RBOK PIC X(80) VALUE ' Acuerdo de rappel regist'-
       'rado.                                                  '.
           77 WS-MSG-RBLQ PIC X(80) VALUE ' El acuerdo ya fue liquid'-
       'ado y no puede modificarse.                            '.
           77 WS-MSG-RBMS PIC X(80) VALUE ' Mes del informe (AAAAMM,'-
       ' vacio = mes anterior):                                '.
           77 WS-MSG-RBMX PIC X(80) VALUE ' Mes invalido. Use AAAAMM'-
       '.                                                      '.
           77 WS-MSG-RBNA PIC X(80) VALUE ' No hay acuerdos de rappe'-
       'l vigentes a ese corte.                                '.
           77 WS-MSG-RBCS PIC X(80) VALUE ' Detalle por acuerdo en C'-
       'SV registrado en INFORMES.LOG.                         '.
           77 WS-MSG-RBN0 PIC X(80) VALUE ' No hay valores nuevos po'-
       'r causar en el mes.                                    '.
           77 WS-MSG-RBIN PIC X(80) VALUE ' Causacion contable gener'-
       'ada:                                                   '.
           77 WS-MSG-RBNF PIC X(80) VALUE ' No existe un acuerdo de '-
       'ese proveedor con ese inicio.                          '.
           77 WS-MSG-RBPE PIC X(80) VALUE ' El periodo del acuerdo a'-
       'un no termina; no se puede liquidar.                   '.
           77 WS-MSG-RBCF PIC X(80) VALUE ' Confirma la liquidacion '-
       'del acuerdo? S/N:                                      '.
           77 WS-MSG-RBLT PIC X(80) VALUE ' Acuerdo liquidado. Carta'-
       ' de reclamo en RAPPEL.PRN.                             '.
           77 WS-MSG-RBL0 PIC X(80) VALUE ' Acuerdo liquidado sin ra'-
       'ppel: no se alcanzo ningun tramo.                      '.
           77 WS-LB-RB    PIC X(69) VALUE 'PROVEEDOR  HASTA         '-
       'COMPRAS  %ALC    DEVENGADO     FALTANTE %SIG'.
           77 WS-LB-RBTR  PIC X(62) VALUE 'TRAMO      COMPRAS DESDE '-
       '       PORCENTAJE   (COMPRAS 0 = FIN)'.
           77 WS-LB-RBTT  PIC X(20) VALUE 'Total devengado....:'.
           77 WS-LB-RBCM  PIC X(20) VALUE 'Causado en el mes..:'.
           77 WS-LB-RBLC  PIC X(34) VALUE 'Compras recibidas en el p'-
       'eriodo..:'.
           77 WS-LB-RBLP  PIC X(34) VALUE 'Porcentaje del tramo alca'-
       'nzado...:'.
           77 WS-LB-RBLR  PIC X(34) VALUE 'Rappel del periodo.......'-
       '........:'.
           77 WS-LB-RBLA  PIC X(34) VALUE 'Causado hasta hoy........'-
       '........:'.
           77 WS-LB-RBLJ  PIC X(34) VALUE 'Ajuste a causar..........'-
       '........:'.
           77 WS-TX-RB1   PIC X(70) VALUE 'Conforme al acuerdo de ra'-
       'ppel por volumen convenido con ustedes:      '.
           77 WS-TX-RB2   PIC X(70) VALUE 'Les solicitamos emitir la'-
       ' nota credito por el valor indicado.         '.
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
                 WS-ST-RB          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              DISPLAY WS-MSG-RBOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-SET-AGREEMENT
                       THRU 0100-SET-AGREEMENT-FIN
                 WHEN 2
                    PERFORM 0100-MONTHLY THRU 0100-MONTHLY-FIN
                 WHEN 3
                    PERFORM 0100-SETTLE THRU 0100-SETTLE-FIN
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
      *    0100-SET-AGREEMENT : Registers or replaces the agreement of
      *    a vendor for a period. Tiers are entered in ascending order
      *    of purchase value; a zero value ends them. A settled
      *    agreement can no longer be changed, and the accrued value of
      *    one being replaced is kept.
      *-----------------------------------------------------------------
       0100-SET-AGREEMENT.
           PERFORM 0100-ASK-KEY THRU 0100-ASK-KEY-FIN
           IF WS-RB-ERR = 1 THEN
              GO TO 0100-SET-AGREEMENT-FIN
           END-IF
           DISPLAY WS-MSG-RBHA LINE 08 COL 01
           MOVE SPACES TO WS-RB-HASTA
           ACCEPT WS-RB-HASTA LINE 08 COL 45
           IF WS-RB-HASTA IS NOT NUMERIC
           OR WS-RB-HASTA NOT > WS-RB-DESDE THEN
              DISPLAY WS-MSG-RBFX LINE 24 COL 01
              GO TO 0100-SET-AGREEMENT-FIN
           END-IF
           MOVE SPACES TO RAP-REG
           MOVE WS-RB-PROV TO RAP-PROV
           MOVE WS-RB-DESDE TO RAP-DESDE
           MOVE WS-RB-HASTA TO RAP-HASTA
           DISPLAY WS-LB-RBTR LINE 10 COL 01
           MOVE 0 TO WS-V-RB-PREV
           MOVE 0 TO WS-RB-FIN
           PERFORM VARYING WS-RB-TIDX FROM 1 BY 1
                   UNTIL WS-RB-TIDX > 5
              MOVE 0 TO RAP-UMBRAL(WS-RB-TIDX)
              MOVE 0 TO RAP-PCT(WS-RB-TIDX)
              IF WS-RB-FIN = 0 THEN
                 PERFORM 0100-ASK-TIER THRU 0100-ASK-TIER-FIN
              END-IF
           END-PERFORM
           IF WS-RB-ERR = 1 THEN
              GO TO 0100-SET-AGREEMENT-FIN
           END-IF
           IF RAP-UMBRAL(1) = 0 THEN
              DISPLAY WS-MSG-RBT0 LINE 24 COL 01
              GO TO 0100-SET-AGREEMENT-FIN
           END-IF
           MOVE RAP-TRAMOS TO WS-RB-TRAMOS
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           OPEN I-O RAPPEL
           IF WS-RAP-STATUS = '35' THEN
              OPEN OUTPUT RAPPEL
              CLOSE RAPPEL
              OPEN I-O RAPPEL
           END-IF
           MOVE WS-RB-PROV TO RAP-PROV
           MOVE WS-RB-DESDE TO RAP-DESDE
           READ RAPPEL
              INVALID KEY
                 MOVE SPACES TO RAP-REG
                 MOVE WS-RB-PROV TO RAP-PROV
                 MOVE WS-RB-DESDE TO RAP-DESDE
                 MOVE 0 TO RAP-CAUSADO
                 MOVE WS-RB-HASTA TO RAP-HASTA
                 MOVE WS-RB-TRAMOS TO RAP-TRAMOS
                 SET RAP-VIGENTE TO TRUE
                 MOVE WS-DATETIME(1:8) TO RAP-FECHA
                 MOVE WS-OPERATOR-ID TO RAP-OPERADOR
                 WRITE RAP-REG
                 DISPLAY WS-MSG-RBOK LINE 24 COL 01
              NOT INVALID KEY
                 IF RAP-LIQUIDADO THEN
                    DISPLAY WS-MSG-RBLQ LINE 24 COL 01
                 ELSE
                    MOVE WS-RB-HASTA TO RAP-HASTA
                    MOVE WS-RB-TRAMOS TO RAP-TRAMOS
                    MOVE WS-DATETIME(1:8) TO RAP-FECHA
                    MOVE WS-OPERATOR-ID TO RAP-OPERADOR
                    REWRITE RAP-REG
                    DISPLAY WS-MSG-RBOK LINE 24 COL 01
                 END-IF
           END-READ
           CLOSE RAPPEL.
       0100-SET-AGREEMENT-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASK-KEY : Vendor (active in PROVEEDORES.DAT) and start
      *    date of the agreement. WS-RB-ERR ends 1 when not valid.
      *-----------------------------------------------------------------
       0100-ASK-KEY.
           MOVE 1 TO WS-RB-ERR
           DISPLAY WS-MSG-RBPV LINE 06 COL 01
           MOVE SPACES TO WS-RB-PROV
           ACCEPT WS-RB-PROV LINE 06 COL 30
           PERFORM 0100-CHECK-VENDOR
           IF WS-PRV-OK = 0 THEN
              DISPLAY WS-MSG-VNIV LINE 24 COL 01
              GO TO 0100-ASK-KEY-FIN
           END-IF
           DISPLAY WS-MSG-RBDE LINE 07 COL 01
           MOVE SPACES TO WS-RB-DESDE
           ACCEPT WS-RB-DESDE LINE 07 COL 45
           IF WS-RB-DESDE IS NOT NUMERIC THEN
              DISPLAY WS-MSG-RBFX LINE 24 COL 01
              GO TO 0100-ASK-KEY-FIN
           END-IF
           MOVE 0 TO WS-RB-ERR.
       0100-ASK-KEY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-VENDOR : Validates the vendor against the active
      *    vendors of PROVEEDORES.DAT and shows its name.
      *-----------------------------------------------------------------
       0100-CHECK-VENDOR.
           SET WS-PRV-OK TO 0
           OPEN INPUT PROVEEDORES
           IF WS-PRV-STATUS = '00' OR WS-PRV-STATUS = '05' THEN
              MOVE WS-RB-PROV TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    SET WS-PRV-OK TO 0
                 NOT INVALID KEY
                    IF PRV-ACTIVO THEN
                       SET WS-PRV-OK TO 1
                       DISPLAY PRV-NOMBRE LINE 06 COL 45
                    END-IF
              END-READ
           END-IF
           CLOSE PROVEEDORES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASK-TIER : One tier into RAP-REG. Its purchase value
      *    must be above the previous tier's and its percentage above
      *    zero; a zero value ends the tiers.
      *-----------------------------------------------------------------
       0100-ASK-TIER.
           COMPUTE WS-RB-ROW = 10 + WS-RB-TIDX
           MOVE WS-RB-TIDX TO WS-RB-TIDX-ED
           DISPLAY WS-RB-TIDX-ED LINE WS-RB-ROW COL 04
           MOVE WS-ZERO TO WS-RB-UMB-IN
           ACCEPT WS-RB-UMB-IN LINE WS-RB-ROW COL 12
           MOVE WS-RB-UMB-IN TO RAP-UMBRAL(WS-RB-TIDX)
           IF RAP-UMBRAL(WS-RB-TIDX) = 0 THEN
              MOVE 1 TO WS-RB-FIN
              GO TO 0100-ASK-TIER-FIN
           END-IF
           IF RAP-UMBRAL(WS-RB-TIDX) NOT > WS-V-RB-PREV THEN
              DISPLAY WS-MSG-RBTX LINE 24 COL 01
              MOVE 1 TO WS-RB-ERR
              MOVE 1 TO WS-RB-FIN
              GO TO 0100-ASK-TIER-FIN
           END-IF
           MOVE WS-ZERO TO WS-RB-PCT-IN
           ACCEPT WS-RB-PCT-IN LINE WS-RB-ROW COL 35
           MOVE WS-RB-PCT-IN TO RAP-PCT(WS-RB-TIDX)
           IF RAP-PCT(WS-RB-TIDX) = 0 THEN
              DISPLAY WS-MSG-RBTX LINE 24 COL 01
              MOVE 1 TO WS-RB-ERR
              MOVE 1 TO WS-RB-FIN
              GO TO 0100-ASK-TIER-FIN
           END-IF
           MOVE RAP-UMBRAL(WS-RB-TIDX) TO WS-V-RB-PREV.
       0100-ASK-TIER-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-MONTHLY : Monthly rebate report and accrual of every
      *    agreement in force at the month end.
      *-----------------------------------------------------------------
       0100-MONTHLY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-RBMS LINE 06 COL 01
           MOVE SPACES TO WS-RB-MES
           ACCEPT WS-RB-MES LINE 06 COL 50
           IF WS-RB-MES = SPACES OR WS-RB-MES = LOW-VALUE THEN
              MOVE WS-DATETIME(1:4) TO WS-RB-ANO-N
              MOVE WS-DATETIME(5:2) TO WS-RB-MM-N
              IF WS-RB-MM-N = 1 THEN
                 SUBTRACT 1 FROM WS-RB-ANO-N
                 MOVE 12 TO WS-RB-MM-N
              ELSE
                 SUBTRACT 1 FROM WS-RB-MM-N
              END-IF
              MOVE WS-RB-ANO-N TO WS-RB-MES(1:4)
              MOVE WS-RB-MM-N TO WS-RB-MES(5:2)
              DISPLAY WS-RB-MES LINE 06 COL 50
           END-IF
           IF WS-RB-MES IS NOT NUMERIC THEN
              DISPLAY WS-MSG-RBMX LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           MOVE WS-RB-MES(1:4) TO WS-RB-ANO-N
           MOVE WS-RB-MES(5:2) TO WS-RB-MM-N
           IF WS-RB-MM-N < 1 OR WS-RB-MM-N > 12 THEN
              DISPLAY WS-MSG-RBMX LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           PERFORM 0100-RB-DATES
           PERFORM 0100-RB-LOAD
           IF WS-RB-CNT = 0 THEN
              DISPLAY WS-MSG-RBNA LINE 24 COL 01
              GO TO 0100-MONTHLY-FIN
           END-IF
           PERFORM 0100-RB-SCAN-PEDIDOS
           PERFORM 0100-RB-GET-CUENTAS
           MOVE 'RAPPEL' TO WS-ASI-ORIGEN
           MOVE WS-DATETIME(1:14) TO WS-ASI-LOTE
           MOVE SPACES TO WS-RB-FNAME
           STRING 'ASIENTOS.DAT ' WS-ASI-ORIGEN ' ' WS-ASI-LOTE
           DELIMITED BY SIZE INTO WS-RB-FNAME
           MOVE WS-RB-CORTE TO WS-RB-FECHA
           MOVE 0 TO WS-RB-LINES
           MOVE 0 TO WS-V-RB-DEB
           MOVE 0 TO WS-V-RB-TOTAL
           MOVE 0 TO WS-V-RB-CAUSA
           PERFORM 0100-RB-CSV-OPEN
           DISPLAY WS-LB-RB LINE 08 COL 01
           MOVE 8 TO WS-ROWCTRL
           OPEN I-O RAPPEL
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-CNT
              PERFORM 0100-RB-MONTH-ONE THRU 0100-RB-MONTH-ONE-FIN
           END-PERFORM
           CLOSE RAPPEL
           PERFORM 0100-ASI-CIERRA
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           MOVE WS-V-RB-TOTAL TO WS-RB-ED2
           MOVE WS-V-RB-CAUSA TO WS-RB-ED4
           DISPLAY WS-LB-RBTT LINE 20 COL 01
           DISPLAY WS-RB-ED2 LINE 20 COL 22
           DISPLAY WS-LB-RBCM LINE 20 COL 40
           DISPLAY WS-RB-ED4 LINE 20 COL 61
           DISPLAY WS-MSG-RBCS LINE 21 COL 01
           IF WS-RB-LINES = 0 THEN
              DISPLAY WS-MSG-RBN0 LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-RBIN LINE 22 COL 01
              DISPLAY WS-RB-FNAME LINE 22 COL 31
           END-IF.
       0100-MONTHLY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-DATES : The cut-off is the last day of the month.
      *-----------------------------------------------------------------
       0100-RB-DATES.
           IF WS-RB-MM-N = 12 THEN
              COMPUTE WS-RB-SIG-N = (WS-RB-ANO-N + 1) * 10000 + 101
           ELSE
              COMPUTE WS-RB-SIG-N =
                 WS-RB-ANO-N * 10000 + (WS-RB-MM-N + 1) * 100 + 1
           END-IF
           COMPUTE WS-RB-CORTE-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RB-SIG-N) - 1)
           MOVE WS-RB-CORTE-N TO WS-RB-CORTE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-LOAD : The agreements in force at the cut-off, each
      *    counted up to its end date or the cut-off, the earlier.
      *-----------------------------------------------------------------
       0100-RB-LOAD.
           MOVE 0 TO WS-RB-CNT
           OPEN INPUT RAPPEL
           IF WS-RAP-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ RAPPEL NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF RAP-VIGENTE AND RAP-DESDE NOT > WS-RB-CORTE
                       AND WS-RB-CNT < 100 THEN
                          ADD 1 TO WS-RB-CNT
                          MOVE RAP-PROV TO WS-RB-T-PROV(WS-RB-CNT)
                          MOVE RAP-DESDE TO WS-RB-T-DESDE(WS-RB-CNT)
                          MOVE RAP-HASTA TO WS-RB-T-LIMITE(WS-RB-CNT)
                          IF RAP-HASTA > WS-RB-CORTE THEN
                             MOVE WS-RB-CORTE
                                TO WS-RB-T-LIMITE(WS-RB-CNT)
                          END-IF
                          MOVE 0 TO WS-RB-T-COMPRAS(WS-RB-CNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RAPPEL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-SCAN-PEDIDOS : Adds the received value of every
      *    purchase order line to the agreements of its vendor whose
      *    period holds the receipt date.
      *-----------------------------------------------------------------
       0100-RB-SCAN-PEDIDOS.
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PEDIDOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF PED-LIN NOT = 0 THEN
                          PERFORM 0100-RB-PED-LINE
                             THRU 0100-RB-PED-LINE-FIN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PEDIDOS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-PED-LINE : One order line: its received value in
      *    local currency at the order's exchange rate.
      *-----------------------------------------------------------------
       0100-RB-PED-LINE.
           IF PED-FRECIBO IS NOT NUMERIC THEN
              GO TO 0100-RB-PED-LINE-FIN
           END-IF
           MOVE PED-CANT-REC TO WS-V-RB-QTY
           MOVE PED-PRECIO TO WS-V-RB-PRECIO
           IF WS-V-RB-QTY = 0 OR WS-V-RB-PRECIO = 0 THEN
              GO TO 0100-RB-PED-LINE-FIN
           END-IF
           MOVE 1 TO WS-V-RB-TASA
           IF PED-TASA IS NUMERIC AND PED-TASA > 0 THEN
              MOVE PED-TASA TO WS-V-RB-TASA
           END-IF
           COMPUTE WS-V-RB-LINVAL ROUNDED =
              WS-V-RB-QTY * WS-V-RB-PRECIO * WS-V-RB-TASA
           PERFORM VARYING WS-RB-TIDX FROM 1 BY 1
                   UNTIL WS-RB-TIDX > WS-RB-CNT
              IF WS-RB-T-PROV(WS-RB-TIDX) = PED-VENDOR(1:10)
              AND PED-FRECIBO NOT < WS-RB-T-DESDE(WS-RB-TIDX)
              AND PED-FRECIBO NOT > WS-RB-T-LIMITE(WS-RB-TIDX) THEN
                 ADD WS-V-RB-LINVAL TO WS-RB-T-COMPRAS(WS-RB-TIDX)
              END-IF
           END-PERFORM.
       0100-RB-PED-LINE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-TIER : Over the purchases in WS-V-RB-COMPRAS and the
      *    tiers of RAP-REG: the tier reached, the next one and what is
      *    missing to reach it, and the rebate earned.
      *-----------------------------------------------------------------
       0100-RB-TIER.
           MOVE 0 TO WS-V-RB-UMBRAL
           MOVE 0 TO WS-V-RB-PCT
           MOVE 0 TO WS-V-RB-SIGUMB
           MOVE 0 TO WS-V-RB-SIGPCT
           MOVE 0 TO WS-V-RB-FALTA
           PERFORM VARYING WS-RB-TIDX FROM 1 BY 1
                   UNTIL WS-RB-TIDX > 5
              IF RAP-UMBRAL(WS-RB-TIDX) > 0 THEN
                 IF WS-V-RB-COMPRAS NOT < RAP-UMBRAL(WS-RB-TIDX) THEN
                    MOVE RAP-UMBRAL(WS-RB-TIDX) TO WS-V-RB-UMBRAL
                    MOVE RAP-PCT(WS-RB-TIDX) TO WS-V-RB-PCT
                 ELSE
                    IF WS-V-RB-SIGUMB = 0 THEN
                       MOVE RAP-UMBRAL(WS-RB-TIDX) TO WS-V-RB-SIGUMB
                       MOVE RAP-PCT(WS-RB-TIDX) TO WS-V-RB-SIGPCT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-V-RB-SIGUMB > 0 THEN
              COMPUTE WS-V-RB-FALTA = WS-V-RB-SIGUMB - WS-V-RB-COMPRAS
           END-IF
           COMPUTE WS-V-RB-REBATE ROUNDED =
              WS-V-RB-COMPRAS * WS-V-RB-PCT / 100
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-MONTH-ONE : One agreement of the monthly run: its
      *    line on screen and in the CSV, and the accrual of what was
      *    earned since the last month accrued. A month already
      *    accrued (or an earlier one) is reported but not posted
      *    again.
      *-----------------------------------------------------------------
       0100-RB-MONTH-ONE.
           MOVE WS-RB-T-PROV(WS-RB-IDX) TO RAP-PROV
           MOVE WS-RB-T-DESDE(WS-RB-IDX) TO RAP-DESDE
           READ RAPPEL
              INVALID KEY
                 GO TO 0100-RB-MONTH-ONE-FIN
           END-READ
           MOVE WS-RB-T-COMPRAS(WS-RB-IDX) TO WS-V-RB-COMPRAS
           PERFORM 0100-RB-TIER
           ADD WS-V-RB-REBATE TO WS-V-RB-TOTAL
           MOVE 0 TO WS-V-RB-DELTA
           IF RAP-MESCAUSA IS NOT NUMERIC
           OR RAP-MESCAUSA < WS-RB-MES THEN
              COMPUTE WS-V-RB-DELTA = WS-V-RB-REBATE - RAP-CAUSADO
              IF WS-V-RB-DELTA NOT = 0 THEN
                 MOVE RAP-PROV TO WS-RB-PROV
                 PERFORM 0100-RB-POST-DELTA
              END-IF
              ADD WS-V-RB-DELTA TO WS-V-RB-CAUSA
              MOVE WS-V-RB-REBATE TO RAP-CAUSADO
              MOVE WS-RB-MES TO RAP-MESCAUSA
              REWRITE RAP-REG
           END-IF
           MOVE WS-V-RB-COMPRAS TO WS-RB-ED1
           MOVE WS-V-RB-PCT TO WS-RB-PCT-ED
           MOVE WS-V-RB-REBATE TO WS-RB-ED2
           MOVE WS-V-RB-FALTA TO WS-RB-ED3
           MOVE WS-V-RB-SIGPCT TO WS-RB-PCT2-ED
           MOVE WS-V-RB-DELTA TO WS-RB-ED4
           MOVE WS-V-RB-UMBRAL TO WS-RB-ED5
           MOVE WS-V-RB-SIGUMB TO WS-RB-ED6
           PERFORM 0100-RB-NEWROW
           DISPLAY RAP-PROV LINE WS-ROWCTRL COL 01
           DISPLAY RAP-HASTA LINE WS-ROWCTRL COL 12
           DISPLAY WS-RB-ED1 LINE WS-ROWCTRL COL 21
           DISPLAY WS-RB-PCT-ED LINE WS-ROWCTRL COL 34
           DISPLAY WS-RB-ED2 LINE WS-ROWCTRL COL 40
           IF WS-V-RB-SIGUMB > 0 THEN
              DISPLAY WS-RB-ED3 LINE WS-ROWCTRL COL 53
              DISPLAY WS-RB-PCT2-ED LINE WS-ROWCTRL COL 66
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING RAP-PROV WS-CSV-DELIM RAP-DESDE WS-CSV-DELIM
                  RAP-HASTA WS-CSV-DELIM WS-RB-ED1 WS-CSV-DELIM
                  WS-RB-ED5 WS-CSV-DELIM WS-RB-PCT-ED WS-CSV-DELIM
                  WS-RB-ED6 WS-CSV-DELIM WS-RB-PCT2-ED WS-CSV-DELIM
                  WS-RB-ED3 WS-CSV-DELIM WS-RB-ED2 WS-CSV-DELIM
                  WS-RB-ED4
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.
       0100-RB-MONTH-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SETTLE : Settlement of an agreement whose period has
      *    ended: the rebate over the whole period, the adjustment
      *    against what was accrued, the claim letter for the vendor,
      *    and the agreement closed.
      *-----------------------------------------------------------------
       0100-SETTLE.
           PERFORM 0100-ASK-KEY THRU 0100-ASK-KEY-FIN
           IF WS-RB-ERR = 1 THEN
              GO TO 0100-SETTLE-FIN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-RB-HOY
           OPEN I-O RAPPEL
           IF WS-RAP-STATUS NOT = '00' THEN
              CLOSE RAPPEL
              DISPLAY WS-MSG-RBNF LINE 24 COL 01
              GO TO 0100-SETTLE-FIN
           END-IF
           MOVE WS-RB-PROV TO RAP-PROV
           MOVE WS-RB-DESDE TO RAP-DESDE
           READ RAPPEL
              INVALID KEY
                 CLOSE RAPPEL
                 DISPLAY WS-MSG-RBNF LINE 24 COL 01
                 GO TO 0100-SETTLE-FIN
           END-READ
           IF RAP-LIQUIDADO THEN
              CLOSE RAPPEL
              DISPLAY WS-MSG-RBLQ LINE 24 COL 01
              GO TO 0100-SETTLE-FIN
           END-IF
           IF WS-RB-HOY NOT > RAP-HASTA THEN
              CLOSE RAPPEL
              DISPLAY WS-MSG-RBPE LINE 24 COL 01
              GO TO 0100-SETTLE-FIN
           END-IF
           MOVE 1 TO WS-RB-CNT
           MOVE RAP-PROV TO WS-RB-T-PROV(1)
           MOVE RAP-DESDE TO WS-RB-T-DESDE(1)
           MOVE RAP-HASTA TO WS-RB-T-LIMITE(1)
           MOVE 0 TO WS-RB-T-COMPRAS(1)
           PERFORM 0100-RB-SCAN-PEDIDOS
           MOVE WS-RB-T-COMPRAS(1) TO WS-V-RB-COMPRAS
           PERFORM 0100-RB-TIER
           COMPUTE WS-V-RB-DELTA = WS-V-RB-REBATE - RAP-CAUSADO
           DISPLAY WS-MSG-RBHA LINE 08 COL 01
           DISPLAY RAP-HASTA LINE 08 COL 45
           MOVE WS-V-RB-COMPRAS TO WS-RB-ED1
           DISPLAY WS-LB-RBLC LINE 10 COL 01
           DISPLAY WS-RB-ED1 LINE 10 COL 35
           MOVE WS-V-RB-PCT TO WS-RB-PCT-ED
           DISPLAY WS-LB-RBLP LINE 11 COL 01
           DISPLAY WS-RB-PCT-ED LINE 11 COL 42
           MOVE WS-V-RB-REBATE TO WS-RB-ED2
           DISPLAY WS-LB-RBLR LINE 12 COL 01
           DISPLAY WS-RB-ED2 LINE 12 COL 35
           MOVE RAP-CAUSADO TO WS-RB-ED3
           DISPLAY WS-LB-RBLA LINE 13 COL 01
           DISPLAY WS-RB-ED3 LINE 13 COL 35
           MOVE WS-V-RB-DELTA TO WS-RB-ED4
           DISPLAY WS-LB-RBLJ LINE 14 COL 01
           DISPLAY WS-RB-ED4 LINE 14 COL 35
           DISPLAY WS-MSG-RBCF LINE 16 COL 01
           MOVE SPACES TO WS-RB-CONF
           ACCEPT WS-RB-CONF LINE 16 COL 45
           MOVE FUNCTION UPPER-CASE(WS-RB-CONF) TO WS-RB-CONF
           IF WS-RB-CONF NOT = 'S' THEN
              CLOSE RAPPEL
              GO TO 0100-SETTLE-FIN
           END-IF
           MOVE 0 TO WS-RB-LINES
           MOVE 0 TO WS-V-RB-DEB
           IF WS-V-RB-DELTA NOT = 0 THEN
              PERFORM 0100-RB-GET-CUENTAS
              MOVE WS-RB-HOY TO WS-RB-FECHA
              MOVE 'RAPLIQ' TO WS-ASI-ORIGEN
              MOVE WS-DATETIME(1:14) TO WS-ASI-LOTE
              MOVE SPACES TO WS-RB-FNAME
              STRING 'ASIENTOS.DAT ' WS-ASI-ORIGEN ' ' WS-ASI-LOTE
              DELIMITED BY SIZE INTO WS-RB-FNAME
              PERFORM 0100-RB-POST-DELTA
              PERFORM 0100-ASI-CIERRA
           END-IF
           MOVE WS-V-RB-REBATE TO RAP-CAUSADO
           SET RAP-LIQUIDADO TO TRUE
           MOVE WS-RB-HOY TO RAP-FLIQ
           MOVE WS-OPERATOR-ID TO RAP-OPERADOR
           REWRITE RAP-REG
           CLOSE RAPPEL
           IF WS-V-RB-REBATE > 0 THEN
              PERFORM 0100-RB-LETTER
              DISPLAY WS-MSG-RBLT LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-RBL0 LINE 22 COL 01
           END-IF
           IF WS-RB-LINES > 0 THEN
              DISPLAY WS-MSG-RBIN LINE 24 COL 01
              DISPLAY WS-RB-FNAME LINE 24 COL 31
           END-IF.
       0100-SETTLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-LETTER : The claim letter of the settled agreement
      *    in RAP-REG, headed with the company data of EMPRESA.DAT and
      *    addressed to the vendor.
      *-----------------------------------------------------------------
       0100-RB-LETTER.
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
           OPEN OUTPUT RAPPRN
           IF WS-EMP-FOUND = 1 THEN
              MOVE EMP-RSOCIAL TO RAPPRN-RECORD
              WRITE RAPPRN-RECORD
              MOVE SPACES TO RAPPRN-RECORD
              STRING EMP-DIR1 ' TEL ' EMP-TEL1
              DELIMITED BY SIZE INTO RAPPRN-RECORD
              WRITE RAPPRN-RECORD
           END-IF
           MOVE SPACES TO RAPPRN-RECORD
           STRING 'FECHA: ' WS-RB-HOY
           DELIMITED BY SIZE INTO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE RAP-PROV TO PRV-NOMBRE
           MOVE SPACES TO PRV-DIR
           MOVE SPACES TO PRV-CONTACTO
           OPEN INPUT PROVEEDORES
           IF WS-PRV-STATUS = '00' OR WS-PRV-STATUS = '05' THEN
              MOVE RAP-PROV TO PRV-CODIGO
              READ PROVEEDORES
                 KEY IS PRV-CODIGO
                 INVALID KEY
                    MOVE RAP-PROV TO PRV-NOMBRE
                    MOVE SPACES TO PRV-DIR
                    MOVE SPACES TO PRV-CONTACTO
              END-READ
           END-IF
           CLOSE PROVEEDORES
           MOVE SPACES TO RAPPRN-RECORD
           STRING 'SENORES: ' PRV-NOMBRE
           DELIMITED BY SIZE INTO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           IF PRV-DIR NOT = SPACES THEN
              MOVE PRV-DIR TO RAPPRN-RECORD
              WRITE RAPPRN-RECORD
           END-IF
           IF PRV-CONTACTO NOT = SPACES THEN
              MOVE SPACES TO RAPPRN-RECORD
              STRING 'ATENCION: ' PRV-CONTACTO
              DELIMITED BY SIZE INTO RAPPRN-RECORD
              WRITE RAPPRN-RECORD
           END-IF
           MOVE SPACES TO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE WS-TX-RB1 TO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE SPACES TO RAPPRN-RECORD
           STRING 'PERIODO DEL ' RAP-DESDE ' AL ' RAP-HASTA
           DELIMITED BY SIZE INTO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE WS-V-RB-COMPRAS TO WS-RB-ED1
           MOVE SPACES TO RAPPRN-RECORD
           STRING 'COMPRAS RECIBIDAS EN EL PERIODO: ' WS-RB-ED1
           DELIMITED BY SIZE INTO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE WS-V-RB-UMBRAL TO WS-RB-ED5
           MOVE WS-V-RB-PCT TO WS-RB-PCT-ED
           MOVE SPACES TO RAPPRN-RECORD
           STRING 'TRAMO ALCANZADO: DESDE ' WS-RB-ED5 ' AL '
                  WS-RB-PCT-ED ' %'
           DELIMITED BY SIZE INTO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE WS-V-RB-REBATE TO WS-RB-ED2
           MOVE SPACES TO RAPPRN-RECORD
           STRING 'VALOR DEL RAPPEL A NUESTRO FAVOR: ' WS-RB-ED2
           DELIMITED BY SIZE INTO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE SPACES TO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE WS-TX-RB2 TO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO RAPPRN-RECORD
           WRITE RAPPRN-RECORD
           CLOSE RAPPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-POST-DELTA : The accrual pair of WS-V-RB-DELTA for
      *    vendor WS-RB-PROV, dated WS-RB-FECHA: a rebate earned debits
      *    the receivable from the vendor and credits the rebate
      *    income; a rebate lost reverses the pair.
      *-----------------------------------------------------------------
       0100-RB-POST-DELTA.
           MOVE WS-RB-FECHA TO WS-ASI-FECHA
           MOVE SPACES TO WS-ASI-CONCEPTO
           STRING 'RAPPEL ' WS-RB-PROV
           DELIMITED BY SIZE INTO WS-ASI-CONCEPTO
           MOVE WS-RB-CAT TO WS-ASI-CATEGORY
           IF WS-V-RB-DELTA > 0 THEN
              MOVE WS-V-RB-DELTA TO WS-V-RB-VAL
              MOVE WS-RB-CTADEB TO WS-ASI-CTADEB
              MOVE WS-RB-CTACRE TO WS-ASI-CTACRE
           ELSE
              COMPUTE WS-V-RB-VAL = 0 - WS-V-RB-DELTA
              MOVE WS-RB-CTACRE TO WS-ASI-CTADEB
              MOVE WS-RB-CTADEB TO WS-ASI-CTACRE
           END-IF
           MOVE WS-V-RB-VAL TO WS-V-ASI-VAL
           PERFORM 0100-ASI-PAR
           ADD 2 TO WS-RB-LINES
           ADD WS-V-RB-VAL TO WS-V-RB-DEB
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-CSV-OPEN : Opens the CSV of the monthly report with
      *    its header.
      *-----------------------------------------------------------------
       0100-RB-CSV-OPEN.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'RAPPEL_' WS-RPT-STAMP '.CSV'
           DELIMITED BY SIZE INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'PROVEEDOR' WS-CSV-DELIM 'DESDE' WS-CSV-DELIM
                  'HASTA' WS-CSV-DELIM 'COMPRAS' WS-CSV-DELIM
                  'TRAMO_ALCANZADO' WS-CSV-DELIM 'PCT' WS-CSV-DELIM
                  'TRAMO_SIGUIENTE' WS-CSV-DELIM 'PCT_SIG'
                  WS-CSV-DELIM 'FALTANTE' WS-CSV-DELIM
                  'DEVENGADO' WS-CSV-DELIM 'CAUSADO_MES'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-GET-CUENTAS : The accrual posts to the accounts
      *    mapped in CUENTAS.DAT to the PROV-RAPPEL category (debit the
      *    inventory one, credit the adjustment one), or to the
      *    general rebate receivable and rebate income ones.
      *-----------------------------------------------------------------
       0100-RB-GET-CUENTAS.
           MOVE 'RAPPEL-CXC' TO WS-RB-CTADEB
           MOVE 'RAPPEL-ING' TO WS-RB-CTACRE
           OPEN INPUT CUENTAS
           IF WS-CTA-STATUS = '00' THEN
              MOVE WS-RB-CAT TO CTA-CATEGORY
              READ CUENTAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CTA-INV TO WS-RB-CTADEB
                    MOVE CTA-AJU TO WS-RB-CTACRE
              END-READ
           END-IF
           CLOSE CUENTAS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RB-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-RB-NEWROW.
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
       copy "ASIPOST.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM RAPPEL01.
