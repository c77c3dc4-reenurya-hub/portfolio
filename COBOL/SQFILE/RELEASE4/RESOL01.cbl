      ******************************************************************
      * Program      : RESOL01.cbl                                     *
      * Purpose      : Invoice numbering resolutions. The supervisor   *
      *                registers every range of invoice numbers the    *
      *                tax authority authorized (resolution number,    *
      *                date, prefix, first and last number and expiry) *
      *                and activates or withdraws it. FACTUR01, the    *
      *                delivery-note consolidation of REMIS01 and the  *
      *                quote conversion of COTIZA01 refuse a number    *
      *                outside an active range or past its expiry, and *
      *                FACTURA.PRN prints the legend of the range.     *
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
       PROGRAM-ID. RESOL01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "RESSEL.cpy".
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "RESFD.cpy".
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-RS-ID           PIC X(20).
           77 WS-RS-FECHA        PIC X(08).
           77 WS-RS-PREFIJO      PIC X(04).
           77 WS-RS-DESDE        PIC 9(06) VALUE 0.
           77 WS-RS-HASTA        PIC 9(06) VALUE 0.
           77 WS-RS-FVENCE       PIC X(08).
           77 WS-RS-FOUND        PIC 9 VALUE 0.
           77 WS-RS-CRUCE        PIC 9 VALUE 0.
           77 WS-RS-FECHA-OK     PIC 9 VALUE 0.
           77 WS-RS-FTEST        PIC X(08).
           77 WS-RS-ED1          PIC ZZZZZ9.
           77 WS-RS-ED2          PIC ZZZZZ9.
           77 WS-RS-ED3          PIC -ZZZZ9.
           77 WS-RS-EST-ANT      PIC X(01).
      *
           77 WS-ST-RS     PIC X(25) VALUE 'RESOLUCIONES FACTURACION '.
           77 WS-MSG-RSOP PIC X(80) VALUE ' 1-NUEVA 2-CONSULTA 3-ACT'-
       'IVA/INACTIVA 9-SALE                 Ingrese opcion [  ]'.
           77 WS-MSG-RSID PIC X(80) VALUE ' Numero de la resolucion:'-
       '                                                       '.
           77 WS-MSG-RSYA PIC X(80) VALUE ' Ya existe una resolucion'-
       ' con ese numero.                                       '.
           77 WS-MSG-RSNX PIC X(80) VALUE ' No existe una resolucion'-
       ' con ese numero.                                       '.
           77 WS-MSG-RSRG PIC X(80) VALUE ' El rango no es valido: e'-
       'l final debe ser mayor o igual al inicio.              '.
           77 WS-MSG-RSFE PIC X(80) VALUE ' Fecha no valida. Use el '-
       'formato AAAAMMDD.                                      '.
           77 WS-MSG-RSCR PIC X(80) VALUE ' El rango se cruza con ot'-
       'ra resolucion activa.                                  '.
           77 WS-MSG-RSVA PIC X(80) VALUE ' Sin resoluciones registr'-
       'adas; la numeracion no se controla.                    '.
           77 WS-LB-RSFEC  PIC X(30) VALUE
              'Fecha resolucion (AAAAMMDD)..:'.
           77 WS-LB-RSPFX  PIC X(30) VALUE
              'Prefijo......................:'.
           77 WS-LB-RSDES  PIC X(30) VALUE
              'Desde el numero..............:'.
           77 WS-LB-RSHAS  PIC X(30) VALUE
              'Hasta el numero..............:'.
           77 WS-LB-RSVEN  PIC X(30) VALUE
              'Vence (AAAAMMDD).............:'.
           77 WS-LB-RSEST  PIC X(30) VALUE
              'Estado (A activa/I inactiva).:'.
           77 WS-LB-RSLIS  PIC X(78) VALUE
              'RESOLUCION           PFJO  DESDE  HASTA  VENCE    EST QUE
      -       'DAN  DIAS'.
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
                 WS-ST-RS          LINE 04 COL 10
                 WS-HYPHNS         LINE 05 COL 01
              MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
              DISPLAY WS-MSG-RSOP LINE 23 COL 01
              ACCEPT WS-OPTN LINE 23 COL 78 PROMPT
              EVALUATE WS-OPTN
                 WHEN 1
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-NOAC LINE 22 COL 01
                    ELSE
                       PERFORM 0100-NEW-RESOL THRU 0100-NEW-RESOL-FIN
                    END-IF
                 WHEN 2
                    PERFORM 0100-LIST-RESOL
                 WHEN 3
                    IF NOT WS-ROLE-SUPERVISOR THEN
                       DISPLAY WS-MSG-NOAC LINE 22 COL 01
                    ELSE
                       PERFORM 0100-TOGGLE-RESOL
                          THRU 0100-TOGGLE-RESOL-FIN
                    END-IF
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
      *    0100-NEW-RESOL : Registers a new authorized range. The range
      *    must be coherent, its dates valid and it may not overlap a
      *    range that is still active.
      *-----------------------------------------------------------------
       0100-NEW-RESOL.
           DISPLAY WS-MSG-RSID LINE 06 COL 01
           MOVE SPACES TO WS-RS-ID
           ACCEPT WS-RS-ID LINE 06 COL 32
           IF WS-RS-ID = SPACES OR WS-RS-ID = LOW-VALUE THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-NEW-RESOL-FIN
           END-IF
           PERFORM 0100-READ-RESOL
           IF WS-RS-FOUND = 1 THEN
              DISPLAY WS-MSG-RSYA LINE 22 COL 01
              GO TO 0100-NEW-RESOL-FIN
           END-IF
           DISPLAY WS-LB-RSFEC LINE 08 COL 01
           MOVE SPACES TO WS-RS-FECHA
           ACCEPT WS-RS-FECHA LINE 08 COL 32
           DISPLAY WS-LB-RSPFX LINE 09 COL 01
           MOVE SPACES TO WS-RS-PREFIJO
           ACCEPT WS-RS-PREFIJO LINE 09 COL 32
           DISPLAY WS-LB-RSDES LINE 10 COL 01
           MOVE 0 TO WS-RS-DESDE
           ACCEPT WS-RS-DESDE LINE 10 COL 32
           DISPLAY WS-LB-RSHAS LINE 11 COL 01
           MOVE 0 TO WS-RS-HASTA
           ACCEPT WS-RS-HASTA LINE 11 COL 32
           DISPLAY WS-LB-RSVEN LINE 12 COL 01
           MOVE SPACES TO WS-RS-FVENCE
           ACCEPT WS-RS-FVENCE LINE 12 COL 32
           MOVE WS-RS-FECHA TO WS-RS-FTEST
           PERFORM 0100-CHECK-FECHA
           IF WS-RS-FECHA-OK = 0 THEN
              DISPLAY WS-MSG-RSFE LINE 22 COL 01
              GO TO 0100-NEW-RESOL-FIN
           END-IF
           MOVE WS-RS-FVENCE TO WS-RS-FTEST
           PERFORM 0100-CHECK-FECHA
           IF WS-RS-FECHA-OK = 0
           OR WS-RS-FVENCE < WS-RS-FECHA THEN
              DISPLAY WS-MSG-RSFE LINE 22 COL 01
              GO TO 0100-NEW-RESOL-FIN
           END-IF
           IF WS-RS-DESDE = 0 OR WS-RS-HASTA < WS-RS-DESDE THEN
              DISPLAY WS-MSG-RSRG LINE 22 COL 01
              GO TO 0100-NEW-RESOL-FIN
           END-IF
           PERFORM 0100-CHECK-CRUCE
           IF WS-RS-CRUCE = 1 THEN
              DISPLAY WS-MSG-RSCR LINE 22 COL 01
              GO TO 0100-NEW-RESOL-FIN
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-NEW-RESOL-FIN
           END-IF
           OPEN I-O RESOLUC
           IF WS-RES-STATUS = '35' THEN
              OPEN OUTPUT RESOLUC
              CLOSE RESOLUC
              OPEN I-O RESOLUC
           END-IF
           MOVE SPACES TO RES-REG
           MOVE WS-RS-ID TO RES-ID
           MOVE WS-RS-FECHA TO RES-FECHA
           MOVE WS-RS-PREFIJO TO RES-PREFIJO
           MOVE WS-RS-DESDE TO RES-DESDE
           MOVE WS-RS-HASTA TO RES-HASTA
           MOVE WS-RS-FVENCE TO RES-FVENCE
           SET RES-EST-ACTIVA TO TRUE
           MOVE WS-OPERATOR-ID TO RES-OPERADOR
           WRITE RES-REG
              INVALID KEY
                 CLOSE RESOLUC
                 DISPLAY WS-MSG-RSYA LINE 22 COL 01
                 GO TO 0100-NEW-RESOL-FIN
           END-WRITE
           CLOSE RESOLUC
           MOVE WS-RS-DESDE TO WS-RS-ED1
           MOVE WS-RS-HASTA TO WS-RS-ED2
           MOVE SPACES TO WS-CODART
           MOVE 'RESOLNEW' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'RES ' WS-RS-ID ' ' WS-RS-PREFIJO ' ' WS-RS-ED1
                  '-' WS-RS-ED2 ' VENCE ' WS-RS-FVENCE
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-MSG-MDOK LINE 22 COL 01.
       0100-NEW-RESOL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-TOGGLE-RESOL : Activates a withdrawn range or withdraws
      *    an active one; reactivating is refused when it would now
      *    overlap another active range.
      *-----------------------------------------------------------------
       0100-TOGGLE-RESOL.
           DISPLAY WS-MSG-RSID LINE 06 COL 01
           MOVE SPACES TO WS-RS-ID
           ACCEPT WS-RS-ID LINE 06 COL 32
           PERFORM 0100-READ-RESOL
           IF WS-RS-FOUND = 0 THEN
              DISPLAY WS-MSG-RSNX LINE 22 COL 01
              GO TO 0100-TOGGLE-RESOL-FIN
           END-IF
           MOVE RES-DESDE TO WS-RS-ED1
           MOVE RES-HASTA TO WS-RS-ED2
           DISPLAY WS-LB-RSFEC LINE 08 COL 01
           DISPLAY RES-FECHA LINE 08 COL 32
           DISPLAY WS-LB-RSPFX LINE 09 COL 01
           DISPLAY RES-PREFIJO LINE 09 COL 32
           DISPLAY WS-LB-RSDES LINE 10 COL 01
           DISPLAY WS-RS-ED1 LINE 10 COL 32
           DISPLAY WS-LB-RSHAS LINE 11 COL 01
           DISPLAY WS-RS-ED2 LINE 11 COL 32
           DISPLAY WS-LB-RSVEN LINE 12 COL 01
           DISPLAY RES-FVENCE LINE 12 COL 32
           DISPLAY WS-LB-RSEST LINE 13 COL 01
           DISPLAY RES-ESTADO LINE 13 COL 32
           MOVE RES-ESTADO TO WS-RS-EST-ANT
           MOVE RES-DESDE TO WS-RS-DESDE
           MOVE RES-HASTA TO WS-RS-HASTA
           IF WS-RS-EST-ANT NOT = 'A' THEN
              PERFORM 0100-CHECK-CRUCE
              IF WS-RS-CRUCE = 1 THEN
                 DISPLAY WS-MSG-RSCR LINE 22 COL 01
                 GO TO 0100-TOGGLE-RESOL-FIN
              END-IF
           END-IF
           DISPLAY WS-MSG-CFMD LINE 21 COL 01
           ACCEPT WS-OPTX LINE 21 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-TOGGLE-RESOL-FIN
           END-IF
           OPEN I-O RESOLUC
           MOVE WS-RS-ID TO RES-ID
           READ RESOLUC
              INVALID KEY
                 CLOSE RESOLUC
                 DISPLAY WS-MSG-RSNX LINE 22 COL 01
                 GO TO 0100-TOGGLE-RESOL-FIN
           END-READ
           IF RES-EST-ACTIVA THEN
              SET RES-EST-INACTIVA TO TRUE
           ELSE
              SET RES-EST-ACTIVA TO TRUE
           END-IF
           MOVE WS-OPERATOR-ID TO RES-OPERADOR
           REWRITE RES-REG
           CLOSE RESOLUC
           MOVE SPACES TO WS-CODART
           MOVE 'RESOLEST' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING 'RES ' WS-RS-ID ' EST ' WS-RS-EST-ANT
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'RES ' WS-RS-ID ' EST ' RES-ESTADO
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           DISPLAY WS-LB-RSEST LINE 13 COL 01
           DISPLAY RES-ESTADO LINE 13 COL 32
           DISPLAY WS-MSG-MDOK LINE 22 COL 01.
       0100-TOGGLE-RESOL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-RESOL : Lists the registered ranges with the
      *    numbers and days each one has left, counted from the next
      *    invoice number of PARAMS.DAT.
      *-----------------------------------------------------------------
       0100-LIST-RESOL.
           PERFORM 0100-LOAD-PARAMS
           DISPLAY WS-LB-RSLIS LINE 06 COL 01
           MOVE 7 TO WS-ROWCTRL
           SET WS-RS-FOUND TO 0
           OPEN INPUT RESOLUC
           IF WS-RES-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ RESOLUC NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       SET WS-RS-FOUND TO 1
                       IF WS-ROWCTRL < 21 THEN
                          PERFORM 0100-LIST-RESOL-LINE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RESOLUC
           IF WS-RS-FOUND = 0 THEN
              DISPLAY WS-MSG-RSVA LINE 22 COL 01
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-RESOL-LINE : One row of the listing. The numbers
      *    left are shown only for the range holding the next invoice.
      *-----------------------------------------------------------------
       0100-LIST-RESOL-LINE.
           MOVE RES-DESDE TO WS-RS-ED1
           MOVE RES-HASTA TO WS-RS-ED2
           DISPLAY RES-ID LINE WS-ROWCTRL COL 01
           DISPLAY RES-PREFIJO LINE WS-ROWCTRL COL 22
           DISPLAY WS-RS-ED1 LINE WS-ROWCTRL COL 27
           DISPLAY WS-RS-ED2 LINE WS-ROWCTRL COL 34
           DISPLAY RES-FVENCE LINE WS-ROWCTRL COL 41
           DISPLAY RES-ESTADO LINE WS-ROWCTRL COL 51
           IF WS-PAR-NEXTFAC NOT < RES-DESDE
           AND WS-PAR-NEXTFAC NOT > RES-HASTA THEN
              COMPUTE WS-RES-QUEDAN = RES-HASTA - WS-PAR-NEXTFAC + 1
              MOVE WS-RES-QUEDAN TO WS-RS-ED3
              DISPLAY WS-RS-ED3 LINE WS-ROWCTRL COL 54
           END-IF
           IF RES-FVENCE IS NUMERIC THEN
              MOVE RES-FVENCE TO WS-RES-FV-N
              MOVE WS-DATETIME(1:8) TO WS-RES-HOY-N
              COMPUTE WS-RES-DIAS =
                 FUNCTION INTEGER-OF-DATE(WS-RES-FV-N)
                 - FUNCTION INTEGER-OF-DATE(WS-RES-HOY-N)
              MOVE WS-RES-DIAS TO WS-RS-ED3
              DISPLAY WS-RS-ED3 LINE WS-ROWCTRL COL 61
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-READ-RESOL : Reads the resolution WS-RS-ID.
      *-----------------------------------------------------------------
       0100-READ-RESOL.
           SET WS-RS-FOUND TO 0
           OPEN INPUT RESOLUC
           IF WS-RES-STATUS = '00' THEN
              MOVE WS-RS-ID TO RES-ID
              READ RESOLUC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-RS-FOUND TO 1
              END-READ
           END-IF
           CLOSE RESOLUC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-CRUCE : Raises WS-RS-CRUCE when the range
      *    WS-RS-DESDE..WS-RS-HASTA overlaps another active range.
      *-----------------------------------------------------------------
       0100-CHECK-CRUCE.
           SET WS-RS-CRUCE TO 0
           OPEN INPUT RESOLUC
           IF WS-RES-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ RESOLUC NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF RES-EST-ACTIVA
                       AND RES-ID NOT = WS-RS-ID
                       AND WS-RS-DESDE NOT > RES-HASTA
                       AND WS-RS-HASTA NOT < RES-DESDE THEN
                          SET WS-RS-CRUCE TO 1
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE RESOLUC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-FECHA : Validates the AAAAMMDD date WS-RS-FTEST.
      *-----------------------------------------------------------------
       0100-CHECK-FECHA.
           SET WS-RS-FECHA-OK TO 0
           IF WS-RS-FTEST IS NUMERIC THEN
              IF WS-RS-FTEST(5:2) >= '01' AND WS-RS-FTEST(5:2) <= '12'
              AND WS-RS-FTEST(7:2) >= '01'
              AND WS-RS-FTEST(7:2) <= '31' THEN
                 SET WS-RS-FECHA-OK TO 1
              END-IF
           END-IF
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
      ******************************************************************
      *    END OF THE PROGRAM
      ******************************************************************
       END PROGRAM RESOL01.
