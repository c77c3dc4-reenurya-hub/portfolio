      ******************************************************************
      * Program      : RETEN01.cbl                                     *
      * Purpose      : Withholding taxes. Keeps the concepts of        *
      *                retencion en la fuente, ReteIVA and ReteICA     *
      *                (RETENC.DAT: rate and minimum base) and which   *
      *                of them apply to each vendor and customer       *
      *                (RETTER.DAT). The withholdings themselves are   *
      *                worked out by CXPAG01 on vendor invoices and by *
      *                CLIENTE01 on customer payments, and recorded in *
      *                RETMOV.DAT. From that file this program prints  *
      *                the annual withholding certificate of a vendor  *
      *                (RETCERT.PRN) and the monthly summary for the   *
      *                tax return, on screen and as a CSV registered   *
      *                in INFORMES.LOG.                                *
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
       PROGRAM-ID. RETEN01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
           SELECT OPTIONAL EMPRESA ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-EMP-STATUS.
      *
       copy "PRVSEL.cpy".
       copy "CLISEL.cpy".
      *
       copy "RTCSEL.cpy".
      *
       copy "RTTSEL.cpy".
      *
       copy "RTMSEL.cpy".
      *
           SELECT CERTPRN ASSIGN TO "RETCERT.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
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
       copy "PRVFD.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "RTCFD.cpy".
      *
       copy "RTTFD.cpy".
      *
       copy "RTMFD.cpy".
      *
       FD CERTPRN.
       01 CERTPRN-RECORD       PIC X(80).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
       copy "RETWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-CLI-STATUS      PIC XX.
           77 WS-EMP-STATUS      PIC XX.
           77 WS-EMP-FOUND       PIC 9 VALUE 0.
           77 WS-RT-CODIGO       PIC X(06).
           77 WS-RT-NOMBRE       PIC X(30).
           77 WS-RT-TIPO         PIC X(01).
               88 WS-RT-TIPO-OK      VALUES 'F' 'I' 'C'.
           77 WS-RT-TARIFA-IN    PIC Z9.999.
           77 WS-RT-BASEMIN-IN   PIC ZZZZZZZZ9.99.
           77 WS-RT-ACT          PIC X(01).
           77 WS-RT-NUEVO        PIC 9 VALUE 0.
           77 WS-RT-TERC-TIPO    PIC X(01).
               88 WS-RT-TERC-OK      VALUES 'P' 'C'.
           77 WS-RT-TERCERO      PIC X(10).
           77 WS-RT-TERNOM       PIC X(30).
           77 WS-RT-FOUND        PIC 9 VALUE 0.
           77 WS-RT-FIN          PIC 9 VALUE 0.
           77 WS-RT-SIGUE        PIC 9 VALUE 0.
           77 WS-RT-CNT          PIC 9(05) VALUE 0.
           77 WS-RT-ANO          PIC X(04).
           77 WS-RT-ANO-N        PIC 9(04).
           77 WS-RT-MES          PIC X(06).
           77 WS-RT-MES-N        PIC 9(02).
           77 WS-RT-IX           PIC 9(02) VALUE 0.
           77 WS-RT-ED1          PIC ZZZZZZZZ9.99.
           77 WS-RT-ED2          PIC ZZZZZZZZ9.99.
           77 WS-RT-CNT-ED       PIC ZZZZ9.
           77 WS-RT-TAR-ED       PIC Z9.999.
           77 WS-V-RT-BASE       PIC 9(11)V99 VALUE 0.
           77 WS-V-RT-VALOR      PIC 9(11)V99 VALUE 0.
      *
      *    MONTHLY SUMMARY: ONE ENTRY PER PARTY TYPE AND CONCEPT.
       01 WS-RS-TABLE.
           02 WS-RS-CNT            PIC 9(02) VALUE 0.
           02 WS-RS-ITEM OCCURS 40 TIMES.
               03 WS-RS-TERC-TIPO  PIC X(01).
               03 WS-RS-CONCEPTO   PIC X(06).
               03 WS-RS-RTCTIPO    PIC X(01).
               03 WS-RS-DOCS       PIC 9(05).
               03 WS-RS-BASE       PIC 9(11)V99.
               03 WS-RS-VALOR      PIC 9(11)V99.
      *
           77 WS-ST-RT     PIC X(25) VALUE 'RETENCIONES EN LA FUENTE '.
           77 WS-MSG-RTOP PIC X(80) VALUE ' 1-CONCEPTOS 2-FIJA 3-TER'-
       'CEROS 4-CERTIFICADO 5-RESUMEN 9-SALEIngrese opcion [  ]'.
           77 WS-MSG-RTCD PIC X(80) VALUE ' Codigo del concepto de r'-
       'etencion:                                              '.
           77 WS-MSG-RTNM PIC X(80) VALUE ' Nombre del concepto:    '-
       '                                                       '.
           77 WS-MSG-RTTP PIC X(80) VALUE ' Tipo (F=Fuente I=ReteIVA'-
       ' C=ReteICA):                                           '.
           77 WS-MSG-RTTR PIC X(80) VALUE ' Tarifa en porcentaje (ej'-
       '. 2.500, ICA 0.966):                                   '.
           77 WS-MSG-RTBM PIC X(80) VALUE ' Base minima (pesos, 0 = '-
       'siempre):                                              '.
           77 WS-MSG-RTAC PIC X(80) VALUE ' Activo (A) o inactivo (I'-
       ') [A]:                                                 '.
           77 WS-MSG-RTTX PIC X(80) VALUE ' Tipo invalido. Use F, I '-
       'o C.                                                   '.
           77 WS-MSG-RTRG PIC X(80) VALUE ' Concepto de retencion re'-
       'gistrado.                                              '.
           77 WS-MSG-RTN0 PIC X(80) VALUE ' No hay conceptos de rete'-
       'ncion registrados todavia.                             '.
           77 WS-MSG-RTNA PIC X(80) VALUE ' Solo el supervisor puede'-
       ' configurar las retenciones.                           '.
           77 WS-MSG-RTTT PIC X(80) VALUE ' Tercero: P=Proveedor (le'-
       ' retenemos) C=Cliente (nos retiene):                   '.
           77 WS-MSG-RTTC PIC X(80) VALUE ' Codigo del proveedor o d'-
       'el cliente:                                            '.
           77 WS-MSG-RTTN PIC X(80) VALUE ' Tercero no registrado o '-
       'inactivo.                                              '.
           77 WS-MSG-RTTK PIC X(80) VALUE ' Concepto a agregar o qui'-
       'tar (ENTER = termina):                                 '.
           77 WS-MSG-RTCN PIC X(80) VALUE ' Concepto no registrado o'-
       ' inactivo.                                             '.
           77 WS-MSG-RTAG PIC X(80) VALUE ' Concepto agregado al ter'-
       'cero.                                                  '.
           77 WS-MSG-RTQT PIC X(80) VALUE ' Concepto quitado del ter'-
       'cero.                                                  '.
           77 WS-MSG-RTPV PIC X(80) VALUE ' Proveedor del certificad'-
       'o:                                                     '.
           77 WS-MSG-RTAN PIC X(80) VALUE ' Ano gravable (AAAA, vaci'-
       'o = ano anterior):                                     '.
           77 WS-MSG-RTSN PIC X(80) VALUE ' No hay retenciones pract'-
       'icadas al proveedor en ese ano.                        '.
           77 WS-MSG-RTCE PIC X(80) VALUE ' Certificado generado en '-
       'RETCERT.PRN.                                           '.
           77 WS-MSG-RTMS PIC X(80) VALUE ' Mes a resumir (AAAAMM, v'-
       'acio = mes anterior):                                  '.
           77 WS-MSG-RTMX PIC X(80) VALUE ' Mes invalido.           '-
       '                                                       '.
           77 WS-MSG-RTMN PIC X(80) VALUE ' No hay retenciones regis'-
       'tradas en ese mes.                                     '.
           77 WS-MSG-RTMK PIC X(80) VALUE ' Resumen generado en CSV '-
       'y registrado en INFORMES.LOG.                          '.
           77 WS-MSG-RTAX PIC X(80) VALUE ' Ano invalido. Use AAAA. '-
       '                                                       '.
           77 WS-LB-RTCOD  PIC X(30) VALUE
              'Codigo.......................:'.
           77 WS-LB-RTNOM  PIC X(30) VALUE
              'Nombre.......................:'.
           77 WS-LB-RTTIP  PIC X(30) VALUE
              'Tipo.........................:'.
           77 WS-LB-RTTAR  PIC X(30) VALUE
              'Tarifa %.....................:'.
           77 WS-LB-RTBAS  PIC X(30) VALUE
              'Base minima..................:'.
           77 WS-LB-RTACT  PIC X(30) VALUE
              'Estado.......................:'.
           77 WS-LB-RTLIS  PIC X(78) VALUE
              'CODIGO NOMBRE                         T TARIFA%
      -       ' BASE MINIMA E'.
           77 WS-LB-RTTER  PIC X(78) VALUE
              'CONCEPTOS DEL TERCERO'.
           77 WS-LB-RTRES  PIC X(78) VALUE
              'T CONCEPTO T  DOCS          BASE   VALOR RETENIDO'.
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
                 WS-ST-RT          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              DISPLAY WS-MSG-RTOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    PERFORM 0100-LIST-CONCEPTOS
                 WHEN 2
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-RTNA LINE 22 COL 01
                    ELSE
                       PERFORM 0100-SET-CONCEPTO
                          THRU 0100-SET-CONCEPTO-FIN
                    END-IF
                 WHEN 3
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-RTNA LINE 22 COL 01
                    ELSE
                       PERFORM 0100-SET-TERCERO
                          THRU 0100-SET-TERCERO-FIN
                    END-IF
                 WHEN 4
                    PERFORM 0100-CERTIFICADO THRU 0100-CERTIFICADO-FIN
                 WHEN 5
                    PERFORM 0100-RESUMEN-MES THRU 0100-RESUMEN-MES-FIN
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
      *    0100-LIST-CONCEPTOS : Lists every withholding concept.
      *-----------------------------------------------------------------
       0100-LIST-CONCEPTOS.
           MOVE 0 TO WS-RT-CNT
           DISPLAY WS-LB-RTLIS LINE 07 COL 01
           MOVE 8 TO WS-ROWCTRL
           OPEN INPUT RETENC
           IF WS-RTC-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ RETENC NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       ADD 1 TO WS-RT-CNT
                       PERFORM 0100-RT-NEWROW
                       PERFORM 0100-SHOW-CONCEPTO
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RETENC
           IF WS-RT-CNT = 0 THEN
              DISPLAY WS-MSG-RTN0 LINE 22 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SHOW-CONCEPTO : One concept on the row WS-ROWCTRL.
      *-----------------------------------------------------------------
       0100-SHOW-CONCEPTO.
           MOVE RTC-TARIFA TO WS-RT-TAR-ED
           MOVE RTC-BASEMIN TO WS-RT-ED1
           DISPLAY RTC-CODIGO LINE WS-ROWCTRL COL 01
           DISPLAY RTC-NOMBRE LINE WS-ROWCTRL COL 08
           DISPLAY RTC-TIPO LINE WS-ROWCTRL COL 39
           DISPLAY WS-RT-TAR-ED LINE WS-ROWCTRL COL 42
           DISPLAY WS-RT-ED1 LINE WS-ROWCTRL COL 50
           DISPLAY RTC-ACTFLAG LINE WS-ROWCTRL COL 63
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-CONCEPTO : Creates or changes a withholding concept.
      *    A concept is never deleted, since RETMOV.DAT refers to it;
      *    it is marked inactive instead.
      *-----------------------------------------------------------------
       0100-SET-CONCEPTO.
           DISPLAY WS-MSG-RTCD LINE 07 COL 01
           MOVE SPACES TO WS-RT-CODIGO
           ACCEPT WS-RT-CODIGO LINE 07 COL 50
           MOVE FUNCTION UPPER-CASE(WS-RT-CODIGO) TO WS-RT-CODIGO
           IF WS-RT-CODIGO = SPACES THEN
              GO TO 0100-SET-CONCEPTO-FIN
           END-IF
           OPEN I-O RETENC
           IF WS-RTC-STATUS = '35' THEN
              OPEN OUTPUT RETENC
              CLOSE RETENC
              OPEN I-O RETENC
           END-IF
           MOVE WS-RT-CODIGO TO RTC-CODIGO
           MOVE 0 TO WS-RT-NUEVO
           READ RETENC
              INVALID KEY
                 MOVE 1 TO WS-RT-NUEVO
                 MOVE SPACES TO RTC-REG
                 MOVE WS-RT-CODIGO TO RTC-CODIGO
                 MOVE 0 TO RTC-TARIFA
                 MOVE 0 TO RTC-BASEMIN
                 SET RTC-ACTIVO TO TRUE
           END-READ
           DISPLAY WS-BLANK LINE 07 COL 01 ERASE EOS
           MOVE 9 TO WS-ROWCTRL
           DISPLAY WS-LB-RTLIS LINE 08 COL 01
           PERFORM 0100-SHOW-CONCEPTO
           DISPLAY WS-MSG-RTNM LINE 11 COL 01
           MOVE RTC-NOMBRE TO WS-RT-NOMBRE
           ACCEPT WS-RT-NOMBRE LINE 11 COL 50
           IF WS-RT-NOMBRE NOT = SPACES THEN
              MOVE WS-RT-NOMBRE TO RTC-NOMBRE
           END-IF
           DISPLAY WS-MSG-RTTP LINE 12 COL 01
           MOVE RTC-TIPO TO WS-RT-TIPO
           ACCEPT WS-RT-TIPO LINE 12 COL 50
           MOVE FUNCTION UPPER-CASE(WS-RT-TIPO) TO WS-RT-TIPO
           IF NOT WS-RT-TIPO-OK THEN
              CLOSE RETENC
              DISPLAY WS-MSG-RTTX LINE 22 COL 01
              GO TO 0100-SET-CONCEPTO-FIN
           END-IF
           MOVE WS-RT-TIPO TO RTC-TIPO
           DISPLAY WS-MSG-RTTR LINE 13 COL 01
           MOVE RTC-TARIFA TO WS-RT-TARIFA-IN
           ACCEPT WS-RT-TARIFA-IN LINE 13 COL 50
           MOVE WS-RT-TARIFA-IN TO RTC-TARIFA
           DISPLAY WS-MSG-RTBM LINE 14 COL 01
           MOVE RTC-BASEMIN TO WS-RT-BASEMIN-IN
           ACCEPT WS-RT-BASEMIN-IN LINE 14 COL 50
           MOVE WS-RT-BASEMIN-IN TO RTC-BASEMIN
           DISPLAY WS-MSG-RTAC LINE 15 COL 01
           MOVE SPACE TO WS-RT-ACT
           ACCEPT WS-RT-ACT LINE 15 COL 50
           MOVE FUNCTION UPPER-CASE(WS-RT-ACT) TO WS-RT-ACT
           IF WS-RT-ACT = 'I' THEN
              SET RTC-INACTIVO TO TRUE
           ELSE
              SET RTC-ACTIVO TO TRUE
           END-IF
           IF WS-RT-NUEVO = 1 THEN
              WRITE RTC-REG
                 INVALID KEY
                    DISPLAY WS-MSG-MDNO LINE 22 COL 01
              END-WRITE
           ELSE
              REWRITE RTC-REG
                 INVALID KEY
                    DISPLAY WS-MSG-MDNO LINE 22 COL 01
              END-REWRITE
           END-IF
           CLOSE RETENC
           IF WS-RTC-STATUS = '00' THEN
              MOVE 10 TO WS-ROWCTRL
              PERFORM 0100-SHOW-CONCEPTO
              DISPLAY WS-MSG-RTRG LINE 22 COL 01
           END-IF.
       0100-SET-CONCEPTO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-TERCERO : Chooses which concepts apply to a vendor
      *    (we withhold from it) or to a customer (it withholds from
      *    us). Each code keyed adds the concept or, when the party
      *    already had it, takes it away.
      *-----------------------------------------------------------------
       0100-SET-TERCERO.
           PERFORM 0100-ASK-TERCERO THRU 0100-ASK-TERCERO-FIN
           IF WS-RT-FOUND = 0 THEN
              GO TO 0100-SET-TERCERO-FIN
           END-IF
           OPEN I-O RETTER
           IF WS-RTT-STATUS = '35' THEN
              OPEN OUTPUT RETTER
              CLOSE RETTER
              OPEN I-O RETTER
           END-IF
           OPEN INPUT RETENC
           MOVE 1 TO WS-RT-SIGUE
           PERFORM UNTIL WS-RT-SIGUE = 0
              PERFORM 0100-LIST-TERCERO
              DISPLAY WS-MSG-RTTK LINE 20 COL 01
              MOVE SPACES TO WS-RT-CODIGO
              ACCEPT WS-RT-CODIGO LINE 20 COL 50
              MOVE FUNCTION UPPER-CASE(WS-RT-CODIGO) TO WS-RT-CODIGO
              DISPLAY WS-SPC LINE 22 COL 01
              IF WS-RT-CODIGO = SPACES THEN
                 MOVE 0 TO WS-RT-SIGUE
              ELSE
                 PERFORM 0100-TOGGLE-CONCEPTO
              END-IF
           END-PERFORM
           CLOSE RETENC
           CLOSE RETTER.
       0100-SET-TERCERO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ASK-TERCERO : Asks the party type and code and checks it
      *    against PROVEEDORES.DAT or CLIENTES.DAT. WS-RT-FOUND ends 1
      *    when the party exists and is active.
      *-----------------------------------------------------------------
       0100-ASK-TERCERO.
           MOVE 0 TO WS-RT-FOUND
           DISPLAY WS-MSG-RTTT LINE 07 COL 01
           MOVE SPACE TO WS-RT-TERC-TIPO
           ACCEPT WS-RT-TERC-TIPO LINE 07 COL 66
           MOVE FUNCTION UPPER-CASE(WS-RT-TERC-TIPO) TO WS-RT-TERC-TIPO
           IF NOT WS-RT-TERC-OK THEN
              GO TO 0100-ASK-TERCERO-FIN
           END-IF
           DISPLAY WS-MSG-RTTC LINE 08 COL 01
           MOVE SPACES TO WS-RT-TERCERO
           ACCEPT WS-RT-TERCERO LINE 08 COL 50
           MOVE FUNCTION UPPER-CASE(WS-RT-TERCERO) TO WS-RT-TERCERO
           IF WS-RT-TERCERO = SPACES THEN
              GO TO 0100-ASK-TERCERO-FIN
           END-IF
           MOVE SPACES TO WS-RT-TERNOM
           IF WS-RT-TERC-TIPO = 'P' THEN
              OPEN INPUT PROVEEDORES
              MOVE WS-RT-TERCERO TO PRV-CODIGO
              READ PROVEEDORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRV-ACTIVO THEN
                       MOVE 1 TO WS-RT-FOUND
                       MOVE PRV-NOMBRE TO WS-RT-TERNOM
                    END-IF
              END-READ
              CLOSE PROVEEDORES
           ELSE
              OPEN INPUT CLIENTES
              MOVE WS-RT-TERCERO TO CLI-ID
              READ CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CLI-ACTIVO THEN
                       MOVE 1 TO WS-RT-FOUND
                       MOVE CLI-NOMBRE TO WS-RT-TERNOM
                    END-IF
              END-READ
              CLOSE CLIENTES
           END-IF
           IF WS-RT-FOUND = 0 THEN
              DISPLAY WS-MSG-RTTN LINE 22 COL 01
           ELSE
              DISPLAY WS-RT-TERNOM LINE 08 COL 62
           END-IF.
       0100-ASK-TERCERO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-TERCERO : Shows the concepts the party has now.
      *-----------------------------------------------------------------
       0100-LIST-TERCERO.
           DISPLAY WS-BLANK LINE 10 COL 01 ERASE EOS
           DISPLAY WS-LB-RTTER LINE 10 COL 01
           MOVE 10 TO WS-ROWCTRL
           MOVE WS-RT-TERC-TIPO TO RTT-TERC-TIPO
           MOVE WS-RT-TERCERO TO RTT-TERCERO
           MOVE LOW-VALUES TO RTT-CONCEPTO
           MOVE 0 TO WS-RT-FIN
           START RETTER KEY IS NOT LESS THAN RTT-CLAVE
              INVALID KEY
                 MOVE 1 TO WS-RT-FIN
           END-START
           PERFORM UNTIL WS-RT-FIN = 1 OR WS-ROWCTRL > 18
              READ RETTER NEXT RECORD
                 AT END
                    MOVE 1 TO WS-RT-FIN
                 NOT AT END
                    IF RTT-TERC-TIPO NOT = WS-RT-TERC-TIPO
                    OR RTT-TERCERO NOT = WS-RT-TERCERO THEN
                       MOVE 1 TO WS-RT-FIN
                    ELSE
                       ADD 1 TO WS-ROWCTRL
                       MOVE RTT-CONCEPTO TO RTC-CODIGO
                       READ RETENC
                          INVALID KEY
                             MOVE SPACES TO RTC-REG
                             MOVE RTT-CONCEPTO TO RTC-CODIGO
                             MOVE 0 TO RTC-TARIFA
                             MOVE 0 TO RTC-BASEMIN
                       END-READ
                       PERFORM 0100-SHOW-CONCEPTO
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-TOGGLE-CONCEPTO : Adds the concept to the party or takes
      *    it away when it was already there.
      *-----------------------------------------------------------------
       0100-TOGGLE-CONCEPTO.
           MOVE WS-RT-TERC-TIPO TO RTT-TERC-TIPO
           MOVE WS-RT-TERCERO TO RTT-TERCERO
           MOVE WS-RT-CODIGO TO RTT-CONCEPTO
           READ RETTER
              INVALID KEY
                 MOVE WS-RT-CODIGO TO RTC-CODIGO
                 READ RETENC
                    INVALID KEY
                       DISPLAY WS-MSG-RTCN LINE 22 COL 01
                    NOT INVALID KEY
                       IF RTC-ACTIVO THEN
                          MOVE SPACES TO RTT-REG
                          MOVE WS-RT-TERC-TIPO TO RTT-TERC-TIPO
                          MOVE WS-RT-TERCERO TO RTT-TERCERO
                          MOVE WS-RT-CODIGO TO RTT-CONCEPTO
                          MOVE WS-OPERATOR-ID TO RTT-OPERADOR
                          MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                          MOVE WS-DATETIME(1:8) TO RTT-FECHA
                          WRITE RTT-REG
                             INVALID KEY
                                DISPLAY WS-MSG-MDNO LINE 22 COL 01
                             NOT INVALID KEY
                                DISPLAY WS-MSG-RTAG LINE 22 COL 01
                          END-WRITE
                       ELSE
                          DISPLAY WS-MSG-RTCN LINE 22 COL 01
                       END-IF
                 END-READ
              NOT INVALID KEY
                 DELETE RETTER RECORD
                    INVALID KEY
                       DISPLAY WS-MSG-MDNO LINE 22 COL 01
                    NOT INVALID KEY
                       DISPLAY WS-MSG-RTQT LINE 22 COL 01
                 END-DELETE
           END-READ
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CERTIFICADO : Yearly withholding certificate of one
      *    vendor. Adds up, per concept, the base and the value withheld
      *    on its invoices of the year and prints them under the company
      *    data of EMPRESA.DAT as withholding agent.
      *-----------------------------------------------------------------
       0100-CERTIFICADO.
           DISPLAY WS-MSG-RTPV LINE 07 COL 01
           MOVE SPACES TO WS-RT-TERCERO
           ACCEPT WS-RT-TERCERO LINE 07 COL 50
           MOVE FUNCTION UPPER-CASE(WS-RT-TERCERO) TO WS-RT-TERCERO
           IF WS-RT-TERCERO = SPACES THEN
              GO TO 0100-CERTIFICADO-FIN
           END-IF
           MOVE SPACES TO WS-RT-TERNOM
           OPEN INPUT PROVEEDORES
           MOVE WS-RT-TERCERO TO PRV-CODIGO
           READ PROVEEDORES
              INVALID KEY
                 MOVE 0 TO WS-RT-FOUND
              NOT INVALID KEY
                 MOVE 1 TO WS-RT-FOUND
                 MOVE PRV-NOMBRE TO WS-RT-TERNOM
           END-READ
           CLOSE PROVEEDORES
           IF WS-RT-FOUND = 0 THEN
              DISPLAY WS-MSG-RTTN LINE 22 COL 01
              GO TO 0100-CERTIFICADO-FIN
           END-IF
           DISPLAY WS-RT-TERNOM LINE 07 COL 62
           DISPLAY WS-MSG-RTAN LINE 08 COL 01
           MOVE SPACES TO WS-RT-ANO
           ACCEPT WS-RT-ANO LINE 08 COL 50
           IF WS-RT-ANO = SPACES THEN
              MOVE WS-DATETIME(1:4) TO WS-RT-ANO-N
              SUBTRACT 1 FROM WS-RT-ANO-N
              MOVE WS-RT-ANO-N TO WS-RT-ANO
              DISPLAY WS-RT-ANO LINE 08 COL 50
           END-IF
           IF WS-RT-ANO IS NOT NUMERIC THEN
              DISPLAY WS-MSG-RTAX LINE 22 COL 01
              GO TO 0100-CERTIFICADO-FIN
           END-IF
           MOVE 0 TO WS-RET-CNT
           OPEN INPUT RETMOV
           IF WS-RTM-STATUS = '00' THEN
              MOVE 'P' TO RTM-TERC-TIPO
              MOVE WS-RT-TERCERO TO RTM-TERCERO
              MOVE LOW-VALUES TO RTM-DOC
              MOVE LOW-VALUES TO RTM-CONCEPTO
              MOVE 0 TO WS-RT-FIN
              START RETMOV KEY IS NOT LESS THAN RTM-CLAVE
                 INVALID KEY
                    MOVE 1 TO WS-RT-FIN
              END-START
              PERFORM UNTIL WS-RT-FIN = 1
                 READ RETMOV NEXT RECORD
                    AT END
                       MOVE 1 TO WS-RT-FIN
                    NOT AT END
                       IF RTM-TERC-TIPO NOT = 'P'
                       OR RTM-TERCERO NOT = WS-RT-TERCERO THEN
                          MOVE 1 TO WS-RT-FIN
                       ELSE
                          IF RTM-FECHA(1:4) = WS-RT-ANO THEN
                             PERFORM 0100-CERT-ACUMULA
                                THRU 0100-CERT-ACUMULA-FIN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RETMOV
           IF WS-RET-CNT = 0 THEN
              DISPLAY WS-MSG-RTSN LINE 22 COL 01
              GO TO 0100-CERTIFICADO-FIN
           END-IF
           PERFORM 0100-LOAD-EMPRESA
           PERFORM 0100-PRINT-CERT
           DISPLAY WS-LB-RTRES LINE 10 COL 01
           MOVE 10 TO WS-ROWCTRL
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-CNT
              ADD 1 TO WS-ROWCTRL
              MOVE WS-RET-T-BASE(WS-RET-IDX) TO WS-RT-ED1
              MOVE WS-RET-T-VALOR(WS-RET-IDX) TO WS-RT-ED2
              DISPLAY 'P' LINE WS-ROWCTRL COL 01
              DISPLAY WS-RET-T-COD(WS-RET-IDX) LINE WS-ROWCTRL COL 03
              DISPLAY WS-RET-T-TIPO(WS-RET-IDX) LINE WS-ROWCTRL COL 12
              DISPLAY WS-RT-ED1 LINE WS-ROWCTRL COL 21
              DISPLAY WS-RT-ED2 LINE WS-ROWCTRL COL 36
           END-PERFORM
           DISPLAY WS-MSG-RTCE LINE 22 COL 01.
       0100-CERTIFICADO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CERT-ACUMULA : Adds one withholding to its concept.
      *-----------------------------------------------------------------
       0100-CERT-ACUMULA.
           MOVE 0 TO WS-RT-IX
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-CNT
              IF WS-RET-T-COD(WS-RET-IDX) = RTM-CONCEPTO THEN
                 MOVE WS-RET-IDX TO WS-RT-IX
              END-IF
           END-PERFORM
           IF WS-RT-IX = 0 THEN
              IF WS-RET-CNT < 10 THEN
                 ADD 1 TO WS-RET-CNT
                 MOVE WS-RET-CNT TO WS-RT-IX
                 MOVE RTM-CONCEPTO TO WS-RET-T-COD(WS-RT-IX)
                 MOVE RTM-RTCTIPO TO WS-RET-T-TIPO(WS-RT-IX)
                 MOVE RTM-TARIFA TO WS-RET-T-TARIFA(WS-RT-IX)
                 MOVE 0 TO WS-RET-T-BASE(WS-RT-IX)
                 MOVE 0 TO WS-RET-T-VALOR(WS-RT-IX)
                 MOVE RTM-CONCEPTO TO RTC-CODIGO
                 OPEN INPUT RETENC
                 READ RETENC
                    INVALID KEY
                       MOVE SPACES TO WS-RET-T-NOMBRE(WS-RT-IX)
                    NOT INVALID KEY
                       MOVE RTC-NOMBRE TO WS-RET-T-NOMBRE(WS-RT-IX)
                 END-READ
                 CLOSE RETENC
              ELSE
                 GO TO 0100-CERT-ACUMULA-FIN
              END-IF
           END-IF
           ADD RTM-BASE TO WS-RET-T-BASE(WS-RT-IX)
           ADD RTM-VALOR TO WS-RET-T-VALOR(WS-RT-IX).
       0100-CERT-ACUMULA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRINT-CERT : Prints the certificate in RETCERT.PRN.
      *-----------------------------------------------------------------
       0100-PRINT-CERT.
           OPEN OUTPUT CERTPRN
           MOVE 'CERTIFICADO DE RETENCIONES' TO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE SPACES TO CERTPRN-RECORD
           STRING 'ANO GRAVABLE: ' WS-RT-ANO
           DELIMITED BY SIZE INTO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           IF WS-EMP-FOUND = 1 THEN
              MOVE SPACES TO CERTPRN-RECORD
              STRING 'AGENTE RETENEDOR: ' EMP-RSOCIAL
              DELIMITED BY SIZE INTO CERTPRN-RECORD
              WRITE CERTPRN-RECORD
              MOVE SPACES TO CERTPRN-RECORD
              STRING EMP-TIP-ID DELIMITED BY '  '
                     ': ' EMP-ID DELIMITED BY SIZE
              INTO CERTPRN-RECORD
              WRITE CERTPRN-RECORD
              MOVE SPACES TO CERTPRN-RECORD
              STRING EMP-DIR1 DELIMITED BY '  '
                     ' - ' EMP-CIUDAD DELIMITED BY SIZE
              INTO CERTPRN-RECORD
              WRITE CERTPRN-RECORD
           END-IF
           MOVE SPACES TO CERTPRN-RECORD
           STRING 'RETENIDO: ' WS-RT-TERCERO ' ' WS-RT-TERNOM
           DELIMITED BY SIZE INTO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE WS-HYPHNS(1:80) TO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE 'CONCEPTO                              TARIFA%'-
       '          BASE      RETENIDO' TO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE 0 TO WS-V-RT-BASE
           MOVE 0 TO WS-V-RT-VALOR
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-CNT
              MOVE WS-RET-T-TARIFA(WS-RET-IDX) TO WS-RT-TAR-ED
              MOVE WS-RET-T-BASE(WS-RET-IDX) TO WS-RT-ED1
              MOVE WS-RET-T-VALOR(WS-RET-IDX) TO WS-RT-ED2
              ADD WS-RET-T-BASE(WS-RET-IDX) TO WS-V-RT-BASE
              ADD WS-RET-T-VALOR(WS-RET-IDX) TO WS-V-RT-VALOR
              MOVE SPACES TO CERTPRN-RECORD
              STRING WS-RET-T-COD(WS-RET-IDX) ' '
                     WS-RET-T-NOMBRE(WS-RET-IDX) ' '
                     WS-RT-TAR-ED ' '
                     WS-RT-ED1 ' '
                     WS-RT-ED2
              DELIMITED BY SIZE INTO CERTPRN-RECORD
              WRITE CERTPRN-RECORD
           END-PERFORM
           MOVE WS-HYPHNS(1:80) TO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE WS-V-RT-VALOR TO WS-RT-ED2
           MOVE SPACES TO CERTPRN-RECORD
           STRING 'TOTAL RETENIDO EN EL ANO: ' WS-RT-ED2
           DELIMITED BY SIZE INTO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE SPACES TO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE SPACES TO CERTPRN-RECORD
           STRING 'FECHA DE EXPEDICION: ' WS-DATETIME(1:8)
           DELIMITED BY SIZE INTO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE SPACES TO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           MOVE 'FIRMA DEL AGENTE RETENEDOR: ____________________'
           TO CERTPRN-RECORD
           WRITE CERTPRN-RECORD
           CLOSE CERTPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-EMPRESA : Reads the first company record kept by
      *    CRSFEMP, the withholding agent of the certificate.
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
      *    0100-RESUMEN-MES : Monthly summary for the tax return. Per
      *    party type (P = withheld by us from vendors, C = withheld
      *    from us by customers) and concept: documents, base and value
      *    of the month.
      *-----------------------------------------------------------------
       0100-RESUMEN-MES.
           DISPLAY WS-MSG-RTMS LINE 07 COL 01
           MOVE SPACES TO WS-RT-MES
           ACCEPT WS-RT-MES LINE 07 COL 50
           IF WS-RT-MES = SPACES THEN
              MOVE WS-DATETIME(1:4) TO WS-RT-ANO-N
              MOVE WS-DATETIME(5:2) TO WS-RT-MES-N
              IF WS-RT-MES-N = 1 THEN
                 SUBTRACT 1 FROM WS-RT-ANO-N
                 MOVE 12 TO WS-RT-MES-N
              ELSE
                 SUBTRACT 1 FROM WS-RT-MES-N
              END-IF
              MOVE WS-RT-ANO-N TO WS-RT-MES(1:4)
              MOVE WS-RT-MES-N TO WS-RT-MES(5:2)
              DISPLAY WS-RT-MES LINE 07 COL 50
           END-IF
           IF WS-RT-MES IS NOT NUMERIC
           OR WS-RT-MES(5:2) < '01' OR WS-RT-MES(5:2) > '12' THEN
              DISPLAY WS-MSG-RTMX LINE 22 COL 01
              GO TO 0100-RESUMEN-MES-FIN
           END-IF
           MOVE 0 TO WS-RS-CNT
           OPEN INPUT RETMOV
           IF WS-RTM-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ RETMOV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF RTM-FECHA(1:6) = WS-RT-MES THEN
                          PERFORM 0100-RS-ACUMULA
                             THRU 0100-RS-ACUMULA-FIN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RETMOV
           IF WS-RS-CNT = 0 THEN
              DISPLAY WS-MSG-RTMN LINE 22 COL 01
              GO TO 0100-RESUMEN-MES-FIN
           END-IF
           PERFORM 0100-RS-OPEN-REPORT
           DISPLAY WS-LB-RTRES LINE 09 COL 01
           MOVE 9 TO WS-ROWCTRL
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RS-CNT
              PERFORM 0100-RT-NEWROW
              MOVE WS-RS-DOCS(WS-RT-IX) TO WS-RT-CNT-ED
              MOVE WS-RS-BASE(WS-RT-IX) TO WS-RT-ED1
              MOVE WS-RS-VALOR(WS-RT-IX) TO WS-RT-ED2
              DISPLAY WS-RS-TERC-TIPO(WS-RT-IX) LINE WS-ROWCTRL COL 01
              DISPLAY WS-RS-CONCEPTO(WS-RT-IX) LINE WS-ROWCTRL COL 03
              DISPLAY WS-RS-RTCTIPO(WS-RT-IX) LINE WS-ROWCTRL COL 12
              DISPLAY WS-RT-CNT-ED LINE WS-ROWCTRL COL 14
              DISPLAY WS-RT-ED1 LINE WS-ROWCTRL COL 21
              DISPLAY WS-RT-ED2 LINE WS-ROWCTRL COL 36
              MOVE SPACES TO OUTPUT-RECORD
              STRING WS-RS-TERC-TIPO(WS-RT-IX) WS-CSV-DELIM
                     WS-RS-CONCEPTO(WS-RT-IX) WS-CSV-DELIM
                     WS-RS-RTCTIPO(WS-RT-IX) WS-CSV-DELIM
                     WS-RT-CNT-ED WS-CSV-DELIM
                     WS-RT-ED1 WS-CSV-DELIM
                     WS-RT-ED2
              DELIMITED BY SIZE INTO OUTPUT-RECORD
              WRITE OUTPUT-RECORD
           END-PERFORM
           CLOSE OUT-INFORME
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           DISPLAY WS-MSG-RTMK LINE 22 COL 01.
       0100-RESUMEN-MES-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RS-ACUMULA : Adds one withholding to its summary line.
      *-----------------------------------------------------------------
       0100-RS-ACUMULA.
           MOVE 0 TO WS-RET-IDX
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RS-CNT
              IF WS-RS-TERC-TIPO(WS-RT-IX) = RTM-TERC-TIPO
              AND WS-RS-CONCEPTO(WS-RT-IX) = RTM-CONCEPTO THEN
                 MOVE WS-RT-IX TO WS-RET-IDX
              END-IF
           END-PERFORM
           IF WS-RET-IDX = 0 THEN
              IF WS-RS-CNT < 40 THEN
                 ADD 1 TO WS-RS-CNT
                 MOVE WS-RS-CNT TO WS-RET-IDX
                 MOVE RTM-TERC-TIPO TO WS-RS-TERC-TIPO(WS-RET-IDX)
                 MOVE RTM-CONCEPTO TO WS-RS-CONCEPTO(WS-RET-IDX)
                 MOVE RTM-RTCTIPO TO WS-RS-RTCTIPO(WS-RET-IDX)
                 MOVE 0 TO WS-RS-DOCS(WS-RET-IDX)
                 MOVE 0 TO WS-RS-BASE(WS-RET-IDX)
                 MOVE 0 TO WS-RS-VALOR(WS-RET-IDX)
              ELSE
                 GO TO 0100-RS-ACUMULA-FIN
              END-IF
           END-IF
           ADD 1 TO WS-RS-DOCS(WS-RET-IDX)
           ADD RTM-BASE TO WS-RS-BASE(WS-RET-IDX)
           ADD RTM-VALOR TO WS-RS-VALOR(WS-RET-IDX).
       0100-RS-ACUMULA-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RS-OPEN-REPORT : Names the CSV and writes its headings.
      *-----------------------------------------------------------------
       0100-RS-OPEN-REPORT.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'RETENMES_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'RESUMEN DE RETENCIONES' WS-CSV-DELIM WS-RT-MES
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'TERCERO' WS-CSV-DELIM
                  'CONCEPTO' WS-CSV-DELIM
                  'TIPO' WS-CSV-DELIM
                  'DOCUMENTOS' WS-CSV-DELIM
                  'BASE' WS-CSV-DELIM
                  'VALOR RETENIDO'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RT-NEWROW : Next screen row, pausing on a full page.
      *-----------------------------------------------------------------
       0100-RT-NEWROW.
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
       copy "PARAMS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM RETEN01.
