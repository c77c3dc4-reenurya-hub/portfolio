      *                can point at one of them, and the morning       *
      *                route sheet RUTA.PRN groups the day's invoices  *
      *                by zone with customer, address, phone and the   *
      *                number of packages, for the van driver. The     *
      *                result of each stop (delivered, partial with the*
      *                refused quantities back in stock, or failed)    *
      *                goes to ENTRESUL.DAT; failed stops return on the*
      *                next day's route, and a weekly report gives the *
      *                success rate by zone and driver.                *
      * Date         : 01-sep-2026                                     *
      * Author       : Reinaldo Urquijo                                *
      ******************************************************************
      *    Date        Author          Description                     *
      *----------------------------------------------------------------*
      * 01-sep-2026    R. Urquijo      Creation of program.            *
      * 15-oct-2026    R. Urquijo      Voided invoices are left off the*
      *                                route sheet.                    *
      * 15-oct-2026    R. Urquijo      Delivery notes on the route,    *
      *                                capture of the delivery result, *
      *                                failed stops re-routed and      *
      *                                weekly success report.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGA01.
       copy "ENTSEL.cpy".
       copy "FACSEL.cpy".
       copy "CLISEL.cpy".
       copy "REMSEL.cpy".
       copy "ERSSEL.cpy".
           SELECT RUTAPRN ASSIGN TO "RUTA.PRN"
           ORGANIZATION IS LINE SEQUENTIAL.
      *
       copy "FACFD.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "REMFD.cpy".
      *
       copy "ERSFD.cpy".
      *
       FD RUTAPRN.
       01 RUTAPRN-RECORD       PIC X(80).
      *-----------------------------------------------------------------
           77 WS-ENT-STATUS      PIC XX.
           77 WS-FAC-STATUS      PIC XX.
           77 WS-EN-ANULADA      PIC 9 VALUE 0.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-EN-CLIENTE      PIC X(10).
           77 WS-EN-COD          PIC X(03).
           77 WS-RT-BULTOS-ED    PIC ZZ9.
           77 WS-RT-FACNUM-ED    PIC ZZZZZ9.
           77 WS-RT-PREVZONA     PIC X(06).
           77 WS-REM-STATUS      PIC XX.
           77 WS-RT-DOC          PIC X(03).
           77 WS-RT-SEL          PIC 9(03) VALUE 0.
           77 WS-RT-SEL-ED       PIC ZZ9.
           77 WS-EN-TIPO         PIC X(01).
           77 WS-EN-NUM          PIC 9(06) VALUE 0.
           77 WS-EN-CONDUCTOR    PIC X(10).
           77 WS-EN-RES          PIC X(01).
               88 WS-EN-RES-OK       VALUES 'E' 'P' 'F'.
           77 WS-EN-RECIBE       PIC X(30).
           77 WS-EN-HORA         PIC X(04).
           77 WS-EN-RAZON        PIC X(06).
           77 WS-EN-REPROG       PIC X(08).
           77 WS-EN-FEC-N        PIC 9(08).
           77 WS-EN-FOUND        PIC 9 VALUE 0.
           77 WS-EN-FIN          PIC 9 VALUE 0.
           77 WS-EN-MOVREF       PIC X(20).
      *    LAST RESULT SEEN OF EACH DOCUMENT WHILE LOOKING FOR FAILED
      *    STOPS STILL TO BE DELIVERED.
           77 WS-EN-PV-HAY       PIC 9 VALUE 0.
           77 WS-EN-PV-TIPO      PIC X(01).
           77 WS-EN-PV-NUM       PIC 9(06).
           77 WS-EN-PV-CLIENTE   PIC X(10).
           77 WS-EN-PV-RES       PIC X(01).
           77 WS-EN-PV-REPROG    PIC X(08).
           77 WS-EL-CNT          PIC 9(03) VALUE 0.
           77 WS-EL-IDX          PIC 9(03) VALUE 0.
           77 WS-EL-RECH-IN      PIC ZZZZ9.99.
           77 WS-V-EL-RECH       PIC 9(5)V99 VALUE 0.
           77 WS-V-EL-CANT       PIC 9(5)V99 VALUE 0.
           77 WS-V-EL-TOTAL      PIC 9(7)V99 VALUE 0.
           77 WS-V-EL-VRUNIT     PIC 9(5)V99 VALUE 0.
           77 WS-V-EL-BAJA       PIC 9(7)V99 VALUE 0.
           77 WS-EW-DESDE        PIC X(08).
           77 WS-EW-HASTA        PIC X(08).
           77 WS-EW-CNT          PIC 9(3) VALUE 0.
           77 WS-EW-IDX          PIC 9(3) VALUE 0.
           77 WS-EW-JDX          PIC 9(3) VALUE 0.
           77 WS-EW-PREVZONA     PIC X(06).
           77 WS-EW-PCT          PIC 9(3)V9 VALUE 0.
           77 WS-EW-PCT-ED       PIC ZZ9.9.
           77 WS-EW-PCT2-ED      PIC ZZ9.9.
           77 WS-EW-LLENA        PIC 9 VALUE 0.
           77 WS-EW-N1-ED        PIC ZZZZ9.
           77 WS-EW-N2-ED        PIC ZZZZ9.
           77 WS-EW-N3-ED        PIC ZZZZ9.
           77 WS-EW-N4-ED        PIC ZZZZ9.
      *
       01 WS-RT-TABLE.
           02 WS-RT-ENTRY OCCURS 100 TIMES.
               03 WS-RT-T-TEL       PIC X(20).
               03 WS-RT-T-FACNUM    PIC 9(06).
               03 WS-RT-T-BULTOS    PIC 9(3).
      *        F INVOICE / R DELIVERY NOTE; S WHEN THE STOP FAILED ON
      *        AN EARLIER ROUTE AND IS CARRIED OVER.
               03 WS-RT-T-TIPO      PIC X(01).
               03 WS-RT-T-REPROG    PIC X(01).
       01 WS-RT-SWAP.
           02 WS-RT-S-ZONA          PIC X(06).
           02 WS-RT-S-CLIENTE       PIC X(10).
           02 WS-RT-S-TEL           PIC X(20).
           02 WS-RT-S-FACNUM        PIC 9(06).
           02 WS-RT-S-BULTOS        PIC 9(3).
           02 WS-RT-S-TIPO          PIC X(01).
           02 WS-RT-S-REPROG        PIC X(01).
      *
      *    LINES OF THE DOCUMENT OF A PARTIAL DELIVERY, WITH WHAT THE
      *    CUSTOMER REFUSED OF EACH ONE.
       01 WS-EL-TABLE.
           02 WS-EL-ENTRY OCCURS 50 TIMES.
               03 WS-EL-T-LIN       PIC 9(03).
               03 WS-EL-T-CODART    PIC X(10).
               03 WS-EL-T-DESCART   PIC X(35).
               03 WS-EL-T-CANT      PIC 9(5)V99.
               03 WS-EL-T-COSTO     PIC 9(5)V99.
               03 WS-EL-T-RECH      PIC 9(5)V99.
               03 WS-EL-T-RAZON     PIC X(06).
      *
      *    WEEKLY DELIVERY RESULTS PER ZONE AND DRIVER.
       01 WS-EW-TABLE.
           02 WS-EW-ENTRY OCCURS 100 TIMES.
               03 WS-EW-T-ZONA      PIC X(06).
               03 WS-EW-T-COND      PIC X(10).
               03 WS-EW-T-PARADAS   PIC 9(05).
               03 WS-EW-T-ENTREG    PIC 9(05).
               03 WS-EW-T-PARCIAL   PIC 9(05).
               03 WS-EW-T-FALLIDA   PIC 9(05).
       01 WS-EW-SWAP.
           02 WS-EW-S-ZONA          PIC X(06).
           02 WS-EW-S-COND          PIC X(10).
           02 WS-EW-S-PARADAS       PIC 9(05).
           02 WS-EW-S-ENTREG        PIC 9(05).
           02 WS-EW-S-PARCIAL       PIC 9(05).
           02 WS-EW-S-FALLIDA       PIC 9(05).
       01 WS-EW-SUMA.
           02 WS-EW-Z-PARADAS       PIC 9(05).
           02 WS-EW-Z-ENTREG        PIC 9(05).
           02 WS-EW-Z-PARCIAL       PIC 9(05).
           02 WS-EW-Z-FALLIDA       PIC 9(05).
           02 WS-EW-G-PARADAS       PIC 9(05).
           02 WS-EW-G-ENTREG        PIC 9(05).
           02 WS-EW-G-PARCIAL       PIC 9(05).
           02 WS-EW-G-FALLIDA       PIC 9(05).
      *
           77 WS-ST-EN     PIC X(25) VALUE 'PUNTOS DE ENTREGA        '.
           77 WS-MSG-ENOP PIC X(80) VALUE ' 1-LISTA 2-FIJA 3-RUTA 4-'-
       'RESULTADOS 5-INFORME SEMANAL 9-SALE Ingrese opcion [  ]'.
           77 WS-MSG-ENCL PIC X(80) VALUE ' Cliente:                '-
       '                                                       '.
           77 WS-MSG-ENCD PIC X(80) VALUE ' Codigo del punto de entr'-
       ' fecha.                                                '.
           77 WS-MSG-ENOK PIC X(80) VALUE ' Hoja de ruta generada en'-
       ' RUTA.PRN.                                             '.
           77 WS-MSG-ENCO PIC X(80) VALUE ' Conductor de la ruta:   '-
       '                                                       '.
           77 WS-MSG-ENPA PIC X(80) VALUE ' Parada a registrar (nume'-
       'ro de la lista, 0 = terminar):                         '.
           77 WS-MSG-ENYA PIC X(80) VALUE ' Esa parada ya tiene resu'-
       'ltado registrado en esta ruta.                         '.
           77 WS-MSG-ENRS PIC X(80) VALUE ' Resultado (E entregada /'-
       ' P parcial / F fallida):                               '.
           77 WS-MSG-ENRC PIC X(80) VALUE ' Recibio (nombre):       '-
       '                                                       '.
           77 WS-MSG-ENHR PIC X(80) VALUE ' Hora de entrega (HHMM, v'-
       'acio = ahora):                                         '.
           77 WS-MSG-ENRZ PIC X(80) VALUE ' Motivo (codigo de RAZONE'-
       'S.DAT):                                                '.
           77 WS-MSG-ENRN PIC X(80) VALUE ' Motivo no registrado en '-
       'RAZONES.DAT.                                           '.
           77 WS-MSG-ENLR PIC X(80) VALUE ' Cantidad rechazada de la'-
       ' linea:                                                '.
           77 WS-MSG-ENLX PIC X(80) VALUE ' La cantidad rechazada ex'-
       'cede la despachada.                                    '.
           77 WS-MSG-ENNL PIC X(80) VALUE ' El documento no tiene li'-
       'neas.                                                  '.
           77 WS-MSG-ENRG2 PIC X(80) VALUE ' Resultado de la entrega '-
       'registrado.                                            '.
           77 WS-MSG-ENRP PIC X(80) VALUE ' Entrega fallida: la para'-
       'da pasa a la ruta del dia siguiente.                   '.
           77 WS-MSG-ENSD PIC X(80) VALUE ' Semana desde (AAAAMMDD, '-
       'vacio = ultimos 7 dias):                               '.
           77 WS-MSG-ENSN PIC X(80) VALUE ' No hay resultados de ent'-
       'rega en esa semana.                                    '.
           77 WS-MSG-ENSK PIC X(80) VALUE ' Informe generado en CSV '-
       'y registrado en INFORMES.LOG.                          '.
           77 WS-MSG-ENSL PIC X(80) VALUE ' Demasiadas zonas y condu'-
       'ctores; el informe queda parcial.                      '.
           77 WS-MSG-ENRI PIC X(80) VALUE ' Resultado no valido. Use'-
       ' E, P o F.                                             '.
           77 WS-MSG-ENFI PIC X(80) VALUE ' Fecha no valida. Use AAA'-
       'AMMDD.                                                 '.
           77 WS-LB-ENCAP PIC X(75) VALUE 'No  DOC NUMERO ZONA   CLI'-
       'ENTE    NOMBRE                         RES'.
           77 WS-LB-ENLIN PIC X(75) VALUE 'LIN ARTICULO   DESCRIPCIO'-
       'N              DESPACHO  RECHAZO MOTIVO'.
           77 WS-LB-ENSEM PIC X(75) VALUE 'ZONA   CONDUCTOR  PARADAS'-
       ' ENTREG PARCIAL FALLID %EXITO  %E+P'.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-LOAD-PARAMS
           SET WS-OPTN TO 0
           PERFORM UNTIL WS-OPTN = 9
              DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
                    PERFORM 0100-SET-PUNTO
                 WHEN 3
                    PERFORM 0100-ROUTE-SHEET
                 WHEN 4
                    PERFORM 0100-CAPTURE THRU 0100-CAPTURE-FIN
                 WHEN 5
                    PERFORM 0100-WEEKLY THRU 0100-WEEKLY-FIN
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ROUTE-SHEET : Collects the day's documents, resolves
      *    the address and zone of each delivery and prints RUTA.PRN
      *    grouped by zone.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    0100-COLLECT-DAY : Loads one table row per invoice of the
      *    date, counting its lines as packages and resolving the
      *    ship-to address (or the customer's main address). Voided
      *    invoices are not delivered. Delivery notes of the date go
      *    out the same way, and so do the stops that failed on an
      *    earlier route and were re-scheduled for this one.
      *-----------------------------------------------------------------
       0100-COLLECT-DAY.
           OPEN INPUT FACTURAS
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF FAC-LIN = 0 THEN
                          SET WS-EN-ANULADA TO 0
                          IF FAC-ANULADA THEN
                             SET WS-EN-ANULADA TO 1
                          END-IF
                       END-IF
                       IF FAC-FECHA = WS-EN-FECHA
                       AND WS-EN-ANULADA = 0 THEN
                          IF FAC-LIN = 0 THEN
                             PERFORM 0100-ADD-ROUTE-ROW
                          ELSE
                             MOVE 'F' TO WS-EN-TIPO
                             MOVE FAC-NUM TO WS-EN-NUM
                             PERFORM 0100-ADD-BULTO
                          END-IF
                       END-IF
              END-PERFORM
              CLOSE FACTURAS
           END-IF
           OPEN INPUT REMISION
           IF WS-REM-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ REMISION NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF REM-FECHA = WS-EN-FECHA THEN
                          IF REM-LIN = 0 THEN
                             PERFORM 0100-ADD-REM-ROW
                          ELSE
                             MOVE 'R' TO WS-EN-TIPO
                             MOVE REM-NUM TO WS-EN-NUM
                             PERFORM 0100-ADD-BULTO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE REMISION
           PERFORM 0100-COLLECT-REPROG
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
              PERFORM 0100-RESOLVE-ADDRESS
              MOVE FAC-NUM TO WS-RT-T-FACNUM(WS-RT-CNT)
              MOVE 0 TO WS-RT-T-BULTOS(WS-RT-CNT)
              MOVE FAC-ENTREGA TO WS-RT-T-ZONA(WS-RT-CNT)(1:3)
              MOVE 'F' TO WS-RT-T-TIPO(WS-RT-CNT)
              MOVE SPACE TO WS-RT-T-REPROG(WS-RT-CNT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-REM-ROW : One table row per delivery note header.
      *    A delivery note has no ship-to of its own, so it goes to
      *    the customer's main address.
      *-----------------------------------------------------------------
       0100-ADD-REM-ROW.
           IF WS-RT-CNT < 100 THEN
              ADD 1 TO WS-RT-CNT
              MOVE SPACES TO WS-RT-T-ZONA(WS-RT-CNT)
              MOVE REM-CLIENTE TO WS-RT-T-CLIENTE(WS-RT-CNT)
              MOVE SPACES TO WS-RT-T-NOMBRE(WS-RT-CNT)
              MOVE SPACES TO WS-RT-T-DIR(WS-RT-CNT)
              MOVE SPACES TO WS-RT-T-TEL(WS-RT-CNT)
              MOVE REM-NUM TO WS-RT-T-FACNUM(WS-RT-CNT)
              MOVE 0 TO WS-RT-T-BULTOS(WS-RT-CNT)
              MOVE 'R' TO WS-RT-T-TIPO(WS-RT-CNT)
              MOVE SPACE TO WS-RT-T-REPROG(WS-RT-CNT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-COLLECT-REPROG : Adds the documents whose last delivery
      *    attempt failed and were re-scheduled for this date or an
      *    earlier one, so a failed stop keeps coming back until it is
      *    delivered. ENTRESUL.DAT is in document order, so the last
      *    stop record read of each document is its latest attempt.
      *-----------------------------------------------------------------
       0100-COLLECT-REPROG.
           SET WS-EN-PV-HAY TO 0
           OPEN INPUT ENTRESUL
           IF WS-ERS-STATUS = '00' THEN
              SET WS-EN-FIN TO 0
              PERFORM UNTIL WS-EN-FIN = 1
                 READ ENTRESUL NEXT RECORD
                    AT END
                       SET WS-EN-FIN TO 1
                    NOT AT END
                       IF ERS-LIN = 0 THEN
                          IF WS-EN-PV-HAY = 1
                          AND (ERS-TIPO NOT = WS-EN-PV-TIPO
                            OR ERS-NUM NOT = WS-EN-PV-NUM) THEN
                             PERFORM 0100-CHECK-REPROG
                                THRU 0100-CHECK-REPROG-FIN
                          END-IF
                          SET WS-EN-PV-HAY TO 1
                          MOVE ERS-TIPO TO WS-EN-PV-TIPO
                          MOVE ERS-NUM TO WS-EN-PV-NUM
                          MOVE ERS-CLIENTE TO WS-EN-PV-CLIENTE
                          MOVE ERS-RESULTADO TO WS-EN-PV-RES
                          MOVE ERS-REPROG TO WS-EN-PV-REPROG
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-EN-PV-HAY = 1 THEN
                 PERFORM 0100-CHECK-REPROG
                    THRU 0100-CHECK-REPROG-FIN
              END-IF
           END-IF
           CLOSE ENTRESUL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-REPROG : Puts the document kept in WS-EN-PV-xxx
      *    on the route when its last attempt failed and is due,
      *    unless it is already there.
      *-----------------------------------------------------------------
       0100-CHECK-REPROG.
           IF WS-EN-PV-RES NOT = 'F'
           OR WS-EN-PV-REPROG = SPACES
           OR WS-EN-PV-REPROG > WS-EN-FECHA THEN
              GO TO 0100-CHECK-REPROG-FIN
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
              IF WS-RT-T-TIPO(WS-RT-IDX) = WS-EN-PV-TIPO
              AND WS-RT-T-FACNUM(WS-RT-IDX) = WS-EN-PV-NUM THEN
                 GO TO 0100-CHECK-REPROG-FIN
              END-IF
           END-PERFORM
           IF WS-RT-CNT < 100 THEN
              ADD 1 TO WS-RT-CNT
              MOVE SPACES TO WS-RT-T-ZONA(WS-RT-CNT)
              MOVE WS-EN-PV-CLIENTE TO WS-RT-T-CLIENTE(WS-RT-CNT)
              MOVE SPACES TO WS-RT-T-NOMBRE(WS-RT-CNT)
              MOVE SPACES TO WS-RT-T-DIR(WS-RT-CNT)
              MOVE SPACES TO WS-RT-T-TEL(WS-RT-CNT)
              MOVE WS-EN-PV-NUM TO WS-RT-T-FACNUM(WS-RT-CNT)
              MOVE WS-EN-PV-TIPO TO WS-RT-T-TIPO(WS-RT-CNT)
              MOVE 'S' TO WS-RT-T-REPROG(WS-RT-CNT)
              MOVE WS-EN-PV-TIPO TO WS-EN-TIPO
              MOVE WS-EN-PV-NUM TO WS-EN-NUM
              PERFORM 0100-LOAD-DOC-LINES
              MOVE WS-EL-CNT TO WS-RT-T-BULTOS(WS-RT-CNT)
              MOVE WS-EN-COD TO WS-RT-T-ZONA(WS-RT-CNT)(1:3)
           END-IF.
       0100-CHECK-REPROG-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-DOC-LINES : Loads the lines of document WS-EN-TIPO
      *    / WS-EN-NUM into WS-EL-TABLE, with the quantity dispatched
      *    and the unit cost of each one. For an invoice it also
      *    leaves its ship-to code in WS-EN-COD.
      *-----------------------------------------------------------------
       0100-LOAD-DOC-LINES.
           MOVE 0 TO WS-EL-CNT
           MOVE SPACES TO WS-EN-COD
           IF WS-EN-TIPO = 'F' THEN
              OPEN INPUT FACTURAS
              IF WS-FAC-STATUS = '00' THEN
                 MOVE WS-EN-NUM TO FAC-NUM
                 MOVE 0 TO FAC-LIN
                 READ FACTURAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE FAC-ENTREGA TO WS-EN-COD
                 END-READ
                 PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                         UNTIL WS-EL-IDX > 50
                    MOVE WS-EN-NUM TO FAC-NUM
                    MOVE WS-EL-IDX TO FAC-LIN
                    READ FACTURAS
                       INVALID KEY
                          MOVE 51 TO WS-EL-IDX
                       NOT INVALID KEY
                          ADD 1 TO WS-EL-CNT
                          MOVE FAC-LIN TO WS-EL-T-LIN(WS-EL-CNT)
                          MOVE FAC-CODART
                             TO WS-EL-T-CODART(WS-EL-CNT)
                          MOVE FAC-DESCART
                             TO WS-EL-T-DESCART(WS-EL-CNT)
                          MOVE FAC-CANT TO WS-EL-T-CANT(WS-EL-CNT)
                          MOVE FAC-COSTO TO WS-EL-T-COSTO(WS-EL-CNT)
                          MOVE 0 TO WS-EL-T-RECH(WS-EL-CNT)
                          MOVE SPACES TO WS-EL-T-RAZON(WS-EL-CNT)
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE FACTURAS
           ELSE
              OPEN INPUT REMISION
              IF WS-REM-STATUS = '00' THEN
                 PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                         UNTIL WS-EL-IDX > 50
                    MOVE WS-EN-NUM TO REM-NUM
                    MOVE WS-EL-IDX TO REM-LIN
                    READ REMISION
                       INVALID KEY
                          MOVE 51 TO WS-EL-IDX
                       NOT INVALID KEY
                          ADD 1 TO WS-EL-CNT
                          MOVE REM-LIN TO WS-EL-T-LIN(WS-EL-CNT)
                          MOVE REM-CODART
                             TO WS-EL-T-CODART(WS-EL-CNT)
                          MOVE REM-DESCART
                             TO WS-EL-T-DESCART(WS-EL-CNT)
                          MOVE REM-CANT TO WS-EL-T-CANT(WS-EL-CNT)
                          MOVE 0 TO WS-EL-T-COSTO(WS-EL-CNT)
                          MOVE 0 TO WS-EL-T-RECH(WS-EL-CNT)
                          MOVE SPACES TO WS-EL-T-RAZON(WS-EL-CNT)
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE REMISION
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-BULTO : Counts one line of document WS-EN-TIPO /
      *    WS-EN-NUM as a package on its document's row.
      *-----------------------------------------------------------------
       0100-ADD-BULTO.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
              IF WS-RT-T-TIPO(WS-RT-IDX) = WS-EN-TIPO
              AND WS-RT-T-FACNUM(WS-RT-IDX) = WS-EN-NUM THEN
                 ADD 1 TO WS-RT-T-BULTOS(WS-RT-IDX)
                 MOVE 101 TO WS-RT-IDX
              END-IF
              END-IF
              MOVE WS-RT-T-FACNUM(WS-RT-IDX) TO WS-RT-FACNUM-ED
              MOVE WS-RT-T-BULTOS(WS-RT-IDX) TO WS-RT-BULTOS-ED
              MOVE 'FAC' TO WS-RT-DOC
              IF WS-RT-T-TIPO(WS-RT-IDX) = 'R' THEN
                 MOVE 'REM' TO WS-RT-DOC
              END-IF
              MOVE SPACES TO RUTAPRN-RECORD
              STRING '  ' WS-RT-DOC ' ' WS-RT-FACNUM-ED ' '
                     WS-RT-T-NOMBRE(WS-RT-IDX) ' BULTOS: '
                     WS-RT-BULTOS-ED
              DELIMITED BY SIZE INTO RUTAPRN-RECORD
              WRITE RUTAPRN-RECORD
              IF WS-RT-T-REPROG(WS-RT-IDX) = 'S' THEN
                 MOVE SPACES TO RUTAPRN-RECORD
                 STRING '      ** REPROGRAMADA: ENTREGA FALLIDA EN UNA '
                        'RUTA ANTERIOR **'
                 DELIMITED BY SIZE INTO RUTAPRN-RECORD
                 WRITE RUTAPRN-RECORD
              END-IF
              MOVE SPACES TO RUTAPRN-RECORD
              STRING '      ' WS-RT-T-DIR(WS-RT-IDX) ' TEL '
                     WS-RT-T-TEL(WS-RT-IDX)
           END-PERFORM
           CLOSE RUTAPRN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE : Records what happened at each stop of one
      *    route: delivered (who received it and when), partial (the
      *    quantities the customer refused, with a reason) or failed
      *    (with a reason; the stop goes on the next day's route).
      *-----------------------------------------------------------------
       0100-CAPTURE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-ENFC LINE 06 COL 01
           MOVE SPACES TO WS-EN-FECHA
           ACCEPT WS-EN-FECHA LINE 06 COL 45
           IF WS-EN-FECHA = SPACES OR WS-EN-FECHA = LOW-VALUE THEN
              MOVE WS-DATETIME(1:8) TO WS-EN-FECHA
           END-IF
           IF WS-EN-FECHA IS NOT NUMERIC THEN
              DISPLAY WS-MSG-ENFI LINE 22 COL 01
              GO TO 0100-CAPTURE-FIN
           END-IF
           DISPLAY WS-MSG-ENCO LINE 07 COL 01
           MOVE SPACES TO WS-EN-CONDUCTOR
           ACCEPT WS-EN-CONDUCTOR LINE 07 COL 45
           IF WS-EN-CONDUCTOR = SPACES
           OR WS-EN-CONDUCTOR = LOW-VALUE THEN
              DISPLAY WS-MSG-NONL LINE 22 COL 01
              GO TO 0100-CAPTURE-FIN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-EN-CONDUCTOR) TO WS-EN-CONDUCTOR
           MOVE 0 TO WS-RT-CNT
           PERFORM 0100-COLLECT-DAY
           IF WS-RT-CNT = 0 THEN
              DISPLAY WS-MSG-ENNR LINE 22 COL 01
              GO TO 0100-CAPTURE-FIN
           END-IF
           PERFORM 0100-SORT-BY-ZONE
           MOVE 1 TO WS-RT-SEL
           PERFORM UNTIL WS-RT-SEL = 0
              PERFORM 0100-LIST-STOPS
              DISPLAY WS-SPC LINE 22 COL 01
              DISPLAY WS-MSG-ENPA LINE 22 COL 01
              MOVE 0 TO WS-RT-SEL
              ACCEPT WS-RT-SEL LINE 22 COL 60
              IF WS-RT-SEL > 0 AND WS-RT-SEL NOT > WS-RT-CNT THEN
                 PERFORM 0100-CAPTURE-STOP THRU 0100-CAPTURE-STOP-FIN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
              END-IF
           END-PERFORM.
       0100-CAPTURE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LIST-STOPS : Shows the stops of the route, numbered,
      *    with the result already recorded for each one.
      *-----------------------------------------------------------------
       0100-LIST-STOPS.
           DISPLAY WS-BLANK LINE 08 COL 01 ERASE EOS
           DISPLAY WS-LB-ENCAP LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           OPEN INPUT ENTRESUL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-CNT
              IF WS-ROWCTRL > 20 THEN
                 DISPLAY WS-MSG-AN1 LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
                 MOVE 9 TO WS-ROWCTRL
              END-IF
              MOVE WS-RT-IDX TO WS-RT-SEL-ED
              MOVE WS-RT-T-FACNUM(WS-RT-IDX) TO WS-RT-FACNUM-ED
              MOVE 'FAC' TO WS-RT-DOC
              IF WS-RT-T-TIPO(WS-RT-IDX) = 'R' THEN
                 MOVE 'REM' TO WS-RT-DOC
              END-IF
              MOVE WS-RT-T-TIPO(WS-RT-IDX) TO ERS-TIPO
              MOVE WS-RT-T-FACNUM(WS-RT-IDX) TO ERS-NUM
              MOVE WS-EN-FECHA TO ERS-FECHA
              MOVE 0 TO ERS-LIN
              MOVE SPACE TO WS-EN-RES
              READ ENTRESUL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ERS-RESULTADO TO WS-EN-RES
              END-READ
              DISPLAY WS-RT-SEL-ED LINE WS-ROWCTRL COL 01
              DISPLAY WS-RT-DOC LINE WS-ROWCTRL COL 05
              DISPLAY WS-RT-FACNUM-ED LINE WS-ROWCTRL COL 09
              DISPLAY WS-RT-T-ZONA(WS-RT-IDX) LINE WS-ROWCTRL COL 16
              DISPLAY WS-RT-T-CLIENTE(WS-RT-IDX)
                 LINE WS-ROWCTRL COL 23
              DISPLAY WS-RT-T-NOMBRE(WS-RT-IDX)
                 LINE WS-ROWCTRL COL 34
              DISPLAY WS-EN-RES LINE WS-ROWCTRL COL 65
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           CLOSE ENTRESUL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE-STOP : Records the result of stop WS-RT-SEL.
      *    A stop takes one result per route; a failed stop is
      *    recorded again on the route it is re-scheduled to.
      *-----------------------------------------------------------------
       0100-CAPTURE-STOP.
           MOVE WS-RT-T-TIPO(WS-RT-SEL) TO WS-EN-TIPO
           MOVE WS-RT-T-FACNUM(WS-RT-SEL) TO WS-EN-NUM
           SET WS-EN-FOUND TO 0
           OPEN INPUT ENTRESUL
           MOVE WS-EN-TIPO TO ERS-TIPO
           MOVE WS-EN-NUM TO ERS-NUM
           MOVE WS-EN-FECHA TO ERS-FECHA
           MOVE 0 TO ERS-LIN
           READ ENTRESUL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-EN-FOUND TO 1
           END-READ
           CLOSE ENTRESUL
           DISPLAY WS-BLANK LINE 08 COL 01 ERASE EOS
           IF WS-EN-FOUND = 1 THEN
              DISPLAY WS-MSG-ENYA LINE 22 COL 01
              GO TO 0100-CAPTURE-STOP-FIN
           END-IF
           MOVE WS-RT-T-FACNUM(WS-RT-SEL) TO WS-RT-FACNUM-ED
           MOVE 'FAC' TO WS-RT-DOC
           IF WS-EN-TIPO = 'R' THEN
              MOVE 'REM' TO WS-RT-DOC
           END-IF
           DISPLAY WS-RT-DOC LINE 08 COL 01
           DISPLAY WS-RT-FACNUM-ED LINE 08 COL 05
           DISPLAY WS-RT-T-NOMBRE(WS-RT-SEL) LINE 08 COL 12
           DISPLAY WS-RT-T-ZONA(WS-RT-SEL) LINE 08 COL 44
           DISPLAY WS-MSG-ENRS LINE 09 COL 01
           MOVE SPACE TO WS-EN-RES
           ACCEPT WS-EN-RES LINE 09 COL 52
           MOVE FUNCTION UPPER-CASE(WS-EN-RES) TO WS-EN-RES
           IF NOT WS-EN-RES-OK THEN
              DISPLAY WS-MSG-ENRI LINE 22 COL 01
              GO TO 0100-CAPTURE-STOP-FIN
           END-IF
           MOVE SPACES TO WS-EN-RECIBE
           MOVE SPACES TO WS-EN-HORA
           MOVE SPACES TO WS-EN-RAZON
           MOVE SPACES TO WS-EN-REPROG
           MOVE 0 TO WS-EL-CNT
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           IF WS-EN-RES = 'F' THEN
              DISPLAY WS-MSG-ENRZ LINE 10 COL 01
              ACCEPT WS-EN-RAZON LINE 10 COL 45
              PERFORM 0100-CHECK-RAZON-EN
              PERFORM UNTIL WS-RZN-OK = 1
                 DISPLAY WS-MSG-ENRN LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 MOVE SPACES TO WS-EN-RAZON
                 ACCEPT WS-EN-RAZON LINE 10 COL 45
                 PERFORM 0100-CHECK-RAZON-EN
              END-PERFORM
              MOVE WS-EN-FECHA TO WS-EN-FEC-N
              COMPUTE WS-EN-FEC-N = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-EN-FEC-N) + 1)
              MOVE WS-EN-FEC-N TO WS-EN-REPROG
           ELSE
              DISPLAY WS-MSG-ENRC LINE 10 COL 01
              ACCEPT WS-EN-RECIBE LINE 10 COL 45
              IF WS-EN-RECIBE = SPACES
              OR WS-EN-RECIBE = LOW-VALUE THEN
                 DISPLAY WS-MSG-NONL LINE 22 COL 01
                 GO TO 0100-CAPTURE-STOP-FIN
              END-IF
              DISPLAY WS-MSG-ENHR LINE 11 COL 01
              ACCEPT WS-EN-HORA LINE 11 COL 45
              IF WS-EN-HORA = SPACES OR WS-EN-HORA = LOW-VALUE THEN
                 MOVE WS-DATETIME(9:4) TO WS-EN-HORA
              END-IF
              IF WS-EN-RES = 'P' THEN
                 PERFORM 0100-CAPTURE-PARTIAL
                    THRU 0100-CAPTURE-PARTIAL-FIN
                 IF WS-EN-RES = SPACE THEN
                    GO TO 0100-CAPTURE-STOP-FIN
                 END-IF
              END-IF
           END-IF
           DISPLAY WS-MSG-CFMD LINE 22 COL 01
           ACCEPT WS-OPTX LINE 22 COL 78 PROMPT
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0100-CAPTURE-STOP-FIN
           END-IF
           PERFORM 0100-SAVE-RESULT
           IF WS-EN-RES = 'F' THEN
              DISPLAY WS-MSG-ENRP LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-ENRG2 LINE 22 COL 01
           END-IF.
       0100-CAPTURE-STOP-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE-PARTIAL : Asks, line by line, the quantity the
      *    customer refused and why. When nothing was refused the
      *    stop is recorded as delivered. WS-EN-RES comes back blank
      *    when the document has no lines.
      *-----------------------------------------------------------------
       0100-CAPTURE-PARTIAL.
           PERFORM 0100-LOAD-DOC-LINES
           IF WS-EL-CNT = 0 THEN
              DISPLAY WS-MSG-ENNL LINE 22 COL 01
              MOVE SPACE TO WS-EN-RES
              GO TO 0100-CAPTURE-PARTIAL-FIN
           END-IF
           DISPLAY WS-LB-ENLIN LINE 12 COL 01
           MOVE 13 TO WS-ROWCTRL
           MOVE 0 TO WS-V-EL-RECH
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-EL-CNT
              PERFORM 0100-CAPTURE-LINE
              ADD WS-EL-T-RECH(WS-EL-IDX) TO WS-V-EL-RECH
           END-PERFORM
           IF WS-V-EL-RECH = 0 THEN
              MOVE 'E' TO WS-EN-RES
           END-IF.
       0100-CAPTURE-PARTIAL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CAPTURE-LINE : Refused quantity and reason of line
      *    WS-EL-IDX; it cannot exceed what was dispatched.
      *-----------------------------------------------------------------
       0100-CAPTURE-LINE.
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-BLANK LINE 13 COL 01 ERASE EOS
              MOVE 13 TO WS-ROWCTRL
           END-IF
           MOVE WS-EL-T-LIN(WS-EL-IDX) TO WS-RT-SEL-ED
           MOVE WS-EL-T-CANT(WS-EL-IDX) TO WS-EL-RECH-IN
           DISPLAY WS-RT-SEL-ED LINE WS-ROWCTRL COL 01
           DISPLAY WS-EL-T-CODART(WS-EL-IDX) LINE WS-ROWCTRL COL 05
           DISPLAY WS-EL-T-DESCART(WS-EL-IDX)(1:24)
              LINE WS-ROWCTRL COL 16
           DISPLAY WS-EL-RECH-IN LINE WS-ROWCTRL COL 41
           MOVE WS-ZERO TO WS-EL-RECH-IN
           ACCEPT WS-EL-RECH-IN LINE WS-ROWCTRL COL 51
           MOVE WS-EL-RECH-IN TO WS-V-EL-CANT
           PERFORM UNTIL WS-V-EL-CANT NOT > WS-EL-T-CANT(WS-EL-IDX)
              DISPLAY WS-MSG-ENLX LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              MOVE WS-ZERO TO WS-EL-RECH-IN
              ACCEPT WS-EL-RECH-IN LINE WS-ROWCTRL COL 51
              MOVE WS-EL-RECH-IN TO WS-V-EL-CANT
           END-PERFORM
           MOVE WS-V-EL-CANT TO WS-EL-T-RECH(WS-EL-IDX)
           IF WS-V-EL-CANT > 0 THEN
              MOVE SPACES TO WS-EN-RAZON
              ACCEPT WS-EN-RAZON LINE WS-ROWCTRL COL 59
              PERFORM 0100-CHECK-RAZON-EN
              PERFORM UNTIL WS-RZN-OK = 1
                 DISPLAY WS-MSG-ENRN LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 DISPLAY WS-SPC LINE 24 COL 01
                 MOVE SPACES TO WS-EN-RAZON
                 ACCEPT WS-EN-RAZON LINE WS-ROWCTRL COL 59
                 PERFORM 0100-CHECK-RAZON-EN
              END-PERFORM
              MOVE WS-EN-RAZON TO WS-EL-T-RAZON(WS-EL-IDX)
              MOVE SPACES TO WS-EN-RAZON
           END-IF
           ADD 1 TO WS-ROWCTRL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CHECK-RAZON-EN : Validates WS-EN-RAZON against
      *    RAZONES.DAT, like the purchase order rejection does. While
      *    the master does not exist the typed text stays accepted.
      *-----------------------------------------------------------------
       0100-CHECK-RAZON-EN.
           SET WS-RZN-OK TO 0
           OPEN INPUT RAZONES
           IF WS-RZN-STATUS NOT = '00' THEN
              SET WS-RZN-OK TO 1
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-EN-RAZON) TO WS-EN-RAZON
              MOVE WS-EN-RAZON TO RZN-CODIGO
              READ RAZONES
                 INVALID KEY
                    SET WS-RZN-OK TO 0
                 NOT INVALID KEY
                    SET WS-RZN-OK TO 1
              END-READ
           END-IF
           CLOSE RAZONES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SAVE-RESULT : Writes the stop record and one record per
      *    refused line to ENTRESUL.DAT, puts the refused quantities
      *    back in stock and logs the result to the audit trail.
      *-----------------------------------------------------------------
       0100-SAVE-RESULT.
           OPEN I-O ENTRESUL
           IF WS-ERS-STATUS = '35' THEN
              OPEN OUTPUT ENTRESUL
              CLOSE ENTRESUL
              OPEN I-O ENTRESUL
           END-IF
           MOVE WS-EN-TIPO TO ERS-TIPO
           MOVE WS-EN-NUM TO ERS-NUM
           MOVE WS-EN-FECHA TO ERS-FECHA
           MOVE 0 TO ERS-LIN
           MOVE WS-RT-T-CLIENTE(WS-RT-SEL) TO ERS-CLIENTE
           MOVE WS-RT-T-ZONA(WS-RT-SEL) TO ERS-ZONA
           MOVE WS-EN-CONDUCTOR TO ERS-CONDUCTOR
           MOVE WS-EN-RES TO ERS-RESULTADO
           MOVE WS-EN-RECIBE TO ERS-RECIBE
           MOVE WS-EN-HORA TO ERS-HORA
           MOVE WS-EN-RAZON TO ERS-RAZON
           MOVE SPACES TO ERS-CODART
           MOVE 0 TO ERS-CANT
           MOVE WS-EN-REPROG TO ERS-REPROG
           MOVE WS-OPERATOR-ID TO ERS-OPERADOR
           MOVE SPACES TO ERS-FILLER
           WRITE ERS-REG
           MOVE SPACES TO WS-EN-MOVREF
           STRING 'ENTREGA ' WS-RT-DOC ' ' WS-RT-FACNUM-ED
           DELIMITED BY SIZE INTO WS-EN-MOVREF
           IF WS-EN-RES = 'P' THEN
              PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                      UNTIL WS-EL-IDX > WS-EL-CNT
                 IF WS-EL-T-RECH(WS-EL-IDX) > 0 THEN
                    MOVE WS-EL-T-LIN(WS-EL-IDX) TO ERS-LIN
                    MOVE WS-EL-T-RAZON(WS-EL-IDX) TO ERS-RAZON
                    MOVE WS-EL-T-CODART(WS-EL-IDX) TO ERS-CODART
                    MOVE WS-EL-T-RECH(WS-EL-IDX) TO ERS-CANT
                    WRITE ERS-REG
                    PERFORM 0100-RETURN-REFUSED
                    IF WS-EN-TIPO = 'R' THEN
                       PERFORM 0100-REDUCE-REMISION
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ENTRESUL
           MOVE 'ENTREGA' TO WS-AUD-TTYPE
           MOVE SPACES TO WS-CODART
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING WS-EN-MOVREF ' RUTA ' WS-EN-FECHA
                  ' CONDUCTOR ' WS-EN-CONDUCTOR
           DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING 'RESULTADO ' WS-EN-RES ' ' WS-EN-RECIBE
                  ' ' WS-EN-HORA ' ' WS-EN-RAZON
           DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM 0100-WRITE-AUDIT-REC
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RETURN-REFUSED : Puts the refused quantity of line
      *    WS-EL-IDX back in warehouse 1 at the cost it left with,
      *    as the void of an invoice does.
      *-----------------------------------------------------------------
       0100-RETURN-REFUSED.
           OPEN I-O INVENTARIO
           MOVE WS-EL-T-CODART(WS-EL-IDX) TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-EL-T-CODART(WS-EL-IDX) TO WS-CODART
                 MOVE CANT TO WS-BEF-CANT
                 MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                 MOVE CANT TO WS-V-CANT
                 MOVE CANT-ALM1 TO WS-V-CANT-ALM1
                 MOVE AVGCOST TO WS-V-AVGCOST
                 MOVE WS-EL-T-RECH(WS-EL-IDX) TO WS-V-EL-RECH
                 COMPUTE WS-V-NEWCANT = WS-V-CANT + WS-V-EL-RECH
                 COMPUTE WS-V-NEWCANT-ALM =
                    WS-V-CANT-ALM1 + WS-V-EL-RECH
                 MOVE WS-V-NEWCANT TO CANT
                 MOVE WS-V-NEWCANT-ALM TO CANT-ALM1
                 MOVE WS-DATETIME(1:8) TO LASTMOV
                 REWRITE INVENT-REG
                 MOVE 'RECHAZOENT' TO WS-AUD-TTYPE
                 MOVE SPACES TO WS-AUD-BEFORE
                 MOVE SPACES TO WS-AUD-AFTER
                 STRING WS-BEF-CANT DELIMITED BY SIZE
                        ' / '       DELIMITED BY SIZE
                        WS-BEF-CANT-ALM1 DELIMITED BY SIZE
                 INTO WS-AUD-BEFORE
                 STRING WS-EN-MOVREF DELIMITED BY SIZE
                        ' '    DELIMITED BY SIZE
                        CANT   DELIMITED BY SIZE
                        ' / '  DELIMITED BY SIZE
                        CANT-ALM1 DELIMITED BY SIZE
                 INTO WS-AUD-AFTER
                 PERFORM 0100-WRITE-AUDIT-REC
                 MOVE 'RECHAZO-EN' TO WS-MOV-TIPO
                 MOVE WS-V-EL-RECH TO WS-MOV-CANT
                 MOVE '1' TO WS-MOV-ALM
                 MOVE WS-V-NEWCANT TO WS-MOV-SALDO
                 MOVE WS-EN-MOVREF TO WS-MOV-REF
                 PERFORM 0100-WRITE-MOV-REC
                 MOVE WS-V-EL-RECH TO WS-V-CAP-QTY
                 MOVE WS-EL-T-COSTO(WS-EL-IDX) TO WS-V-CAP-COSTO
                 IF WS-V-CAP-COSTO = 0 THEN
                    MOVE WS-V-AVGCOST TO WS-V-CAP-COSTO
                 END-IF
                 PERFORM 0100-ADD-COST-LAYER THRU 0100-ADD-LAYER-FIN
           END-READ
           CLOSE INVENTARIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-REDUCE-REMISION : On a delivery note still open the
      *    refused quantity also leaves the line and its value leaves
      *    the note total, so the later invoice bills only what the
      *    customer kept. An invoiced note is settled with a credit
      *    note instead.
      *-----------------------------------------------------------------
       0100-REDUCE-REMISION.
           MOVE 0 TO WS-V-EL-BAJA
           OPEN I-O REMISION
           MOVE WS-EN-NUM TO REM-NUM
           MOVE WS-EL-T-LIN(WS-EL-IDX) TO REM-LIN
           READ REMISION
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF REM-EST-ABIERTA THEN
                    MOVE REM-CANT TO WS-V-EL-CANT
                    MOVE REM-VRUNIT TO WS-V-EL-VRUNIT
                    MOVE REM-TOTAL TO WS-V-EL-TOTAL
                    COMPUTE WS-V-EL-BAJA ROUNDED =
                       WS-EL-T-RECH(WS-EL-IDX) * WS-V-EL-VRUNIT
                    IF WS-V-EL-BAJA > WS-V-EL-TOTAL THEN
                       MOVE WS-V-EL-TOTAL TO WS-V-EL-BAJA
                    END-IF
                    COMPUTE WS-V-EL-CANT =
                       WS-V-EL-CANT - WS-EL-T-RECH(WS-EL-IDX)
                    COMPUTE WS-V-EL-TOTAL =
                       WS-V-EL-TOTAL - WS-V-EL-BAJA
                    MOVE WS-V-EL-CANT TO REM-CANT
                    MOVE WS-V-EL-TOTAL TO REM-TOTAL
                    REWRITE REM-REG
                 END-IF
           END-READ
           IF WS-V-EL-BAJA > 0 THEN
              MOVE WS-EN-NUM TO REM-NUM
              MOVE 0 TO REM-LIN
              READ REMISION
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REM-TOTAL TO WS-V-EL-TOTAL
                    IF WS-V-EL-BAJA > WS-V-EL-TOTAL THEN
                       MOVE 0 TO WS-V-EL-TOTAL
                    ELSE
                       COMPUTE WS-V-EL-TOTAL =
                          WS-V-EL-TOTAL - WS-V-EL-BAJA
                    END-IF
                    MOVE WS-V-EL-TOTAL TO REM-TOTAL
                    REWRITE REM-REG
              END-READ
           END-IF
           CLOSE REMISION
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WEEKLY : Delivery success rate of one week by zone and
      *    driver, from the stop records of ENTRESUL.DAT, on screen
      *    and in ENTREGAS_<stamp>.CSV.
      *-----------------------------------------------------------------
       0100-WEEKLY.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           DISPLAY WS-MSG-ENSD LINE 06 COL 01
           MOVE SPACES TO WS-EW-DESDE
           ACCEPT WS-EW-DESDE LINE 06 COL 52
           IF WS-EW-DESDE = SPACES OR WS-EW-DESDE = LOW-VALUE THEN
              MOVE WS-DATETIME(1:8) TO WS-EN-FEC-N
              COMPUTE WS-EN-FEC-N = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-EN-FEC-N) - 6)
              MOVE WS-EN-FEC-N TO WS-EW-DESDE
           END-IF
           IF WS-EW-DESDE IS NOT NUMERIC THEN
              DISPLAY WS-MSG-ENFI LINE 22 COL 01
              GO TO 0100-WEEKLY-FIN
           END-IF
           MOVE WS-EW-DESDE TO WS-EN-FEC-N
           COMPUTE WS-EN-FEC-N = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-EN-FEC-N) + 6)
           MOVE WS-EN-FEC-N TO WS-EW-HASTA
           MOVE 0 TO WS-EW-CNT
           SET WS-EW-LLENA TO 0
           OPEN INPUT ENTRESUL
           IF WS-ERS-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ ENTRESUL NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF ERS-LIN = 0
                       AND ERS-FECHA NOT < WS-EW-DESDE
                       AND ERS-FECHA NOT > WS-EW-HASTA THEN
                          PERFORM 0100-WEEKLY-ADD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ENTRESUL
           IF WS-EW-CNT = 0 THEN
              DISPLAY WS-MSG-ENSN LINE 22 COL 01
              GO TO 0100-WEEKLY-FIN
           END-IF
           PERFORM 0100-WEEKLY-SORT
           PERFORM 0100-WEEKLY-OPEN-REPORT
           DISPLAY WS-BLANK LINE 08 COL 01 ERASE EOS
           DISPLAY WS-LB-ENSEM LINE 08 COL 01
           MOVE 9 TO WS-ROWCTRL
           INITIALIZE WS-EW-SUMA
           MOVE WS-EW-T-ZONA(1) TO WS-EW-PREVZONA
           PERFORM VARYING WS-EW-IDX FROM 1 BY 1
                   UNTIL WS-EW-IDX > WS-EW-CNT
              IF WS-EW-T-ZONA(WS-EW-IDX) NOT = WS-EW-PREVZONA THEN
                 PERFORM 0100-WEEKLY-ZONE-TOTAL
                 MOVE WS-EW-T-ZONA(WS-EW-IDX) TO WS-EW-PREVZONA
              END-IF
              MOVE WS-EW-ENTRY(WS-EW-IDX) TO WS-EW-SWAP
              ADD WS-EW-S-PARADAS TO WS-EW-Z-PARADAS
              ADD WS-EW-S-ENTREG TO WS-EW-Z-ENTREG
              ADD WS-EW-S-PARCIAL TO WS-EW-Z-PARCIAL
              ADD WS-EW-S-FALLIDA TO WS-EW-Z-FALLIDA
              PERFORM 0100-WEEKLY-ROW
           END-PERFORM
           PERFORM 0100-WEEKLY-ZONE-TOTAL
           MOVE SPACES TO WS-EW-S-ZONA
           MOVE 'TOTAL' TO WS-EW-S-COND
           MOVE WS-EW-G-PARADAS TO WS-EW-S-PARADAS
           MOVE WS-EW-G-ENTREG TO WS-EW-S-ENTREG
           MOVE WS-EW-G-PARCIAL TO WS-EW-S-PARCIAL
           MOVE WS-EW-G-FALLIDA TO WS-EW-S-FALLIDA
           PERFORM 0100-WEEKLY-ROW
           OPEN EXTEND RPTLOG
           MOVE WS-INFORME-FNAME TO RPTLOG-RECORD
           WRITE RPTLOG-RECORD
           CLOSE RPTLOG
           IF WS-EW-LLENA = 1 THEN
              DISPLAY WS-MSG-ENSL LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-ENSK LINE 22 COL 01
           END-IF.
       0100-WEEKLY-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WEEKLY-ADD : Counts the stop just read on its zone and
      *    driver row.
      *-----------------------------------------------------------------
       0100-WEEKLY-ADD.
           PERFORM VARYING WS-EW-JDX FROM 1 BY 1
                   UNTIL WS-EW-JDX > WS-EW-CNT
              IF WS-EW-T-ZONA(WS-EW-JDX) = ERS-ZONA
              AND WS-EW-T-COND(WS-EW-JDX) = ERS-CONDUCTOR THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-EW-JDX > WS-EW-CNT THEN
              IF WS-EW-CNT < 100 THEN
                 ADD 1 TO WS-EW-CNT
                 MOVE WS-EW-CNT TO WS-EW-JDX
                 MOVE ERS-ZONA TO WS-EW-T-ZONA(WS-EW-JDX)
                 MOVE ERS-CONDUCTOR TO WS-EW-T-COND(WS-EW-JDX)
                 MOVE 0 TO WS-EW-T-PARADAS(WS-EW-JDX)
                 MOVE 0 TO WS-EW-T-ENTREG(WS-EW-JDX)
                 MOVE 0 TO WS-EW-T-PARCIAL(WS-EW-JDX)
                 MOVE 0 TO WS-EW-T-FALLIDA(WS-EW-JDX)
              ELSE
                 SET WS-EW-LLENA TO 1
                 MOVE 0 TO WS-EW-JDX
              END-IF
           END-IF
           IF WS-EW-JDX > 0 THEN
              ADD 1 TO WS-EW-T-PARADAS(WS-EW-JDX)
              EVALUATE TRUE
                 WHEN ERS-RES-ENTREGADA
                    ADD 1 TO WS-EW-T-ENTREG(WS-EW-JDX)
                 WHEN ERS-RES-PARCIAL
                    ADD 1 TO WS-EW-T-PARCIAL(WS-EW-JDX)
                 WHEN OTHER
                    ADD 1 TO WS-EW-T-FALLIDA(WS-EW-JDX)
              END-EVALUATE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WEEKLY-SORT : Orders the rows by zone and driver.
      *-----------------------------------------------------------------
       0100-WEEKLY-SORT.
           PERFORM VARYING WS-EW-IDX FROM 1 BY 1
                   UNTIL WS-EW-IDX NOT < WS-EW-CNT
              PERFORM VARYING WS-EW-JDX FROM 1 BY 1
                      UNTIL WS-EW-JDX NOT <
                         (WS-EW-CNT - WS-EW-IDX + 1)
                 IF WS-EW-T-ZONA(WS-EW-JDX) >
                    WS-EW-T-ZONA(WS-EW-JDX + 1)
                 OR (WS-EW-T-ZONA(WS-EW-JDX) =
                     WS-EW-T-ZONA(WS-EW-JDX + 1)
                 AND WS-EW-T-COND(WS-EW-JDX) >
                     WS-EW-T-COND(WS-EW-JDX + 1)) THEN
                    MOVE WS-EW-ENTRY(WS-EW-JDX) TO WS-EW-SWAP
                    MOVE WS-EW-ENTRY(WS-EW-JDX + 1)
                       TO WS-EW-ENTRY(WS-EW-JDX)
                    MOVE WS-EW-SWAP TO WS-EW-ENTRY(WS-EW-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WEEKLY-ZONE-TOTAL : Subtotal of the zone just ended,
      *    carried into the grand total.
      *-----------------------------------------------------------------
       0100-WEEKLY-ZONE-TOTAL.
           MOVE WS-EW-PREVZONA TO WS-EW-S-ZONA
           MOVE 'TOTAL ZONA' TO WS-EW-S-COND
           MOVE WS-EW-Z-PARADAS TO WS-EW-S-PARADAS
           MOVE WS-EW-Z-ENTREG TO WS-EW-S-ENTREG
           MOVE WS-EW-Z-PARCIAL TO WS-EW-S-PARCIAL
           MOVE WS-EW-Z-FALLIDA TO WS-EW-S-FALLIDA
           PERFORM 0100-WEEKLY-ROW
           ADD WS-EW-Z-PARADAS TO WS-EW-G-PARADAS
           ADD WS-EW-Z-ENTREG TO WS-EW-G-ENTREG
           ADD WS-EW-Z-PARCIAL TO WS-EW-G-PARCIAL
           ADD WS-EW-Z-FALLIDA TO WS-EW-G-FALLIDA
           MOVE 0 TO WS-EW-Z-PARADAS
           MOVE 0 TO WS-EW-Z-ENTREG
           MOVE 0 TO WS-EW-Z-PARCIAL
           MOVE 0 TO WS-EW-Z-FALLIDA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WEEKLY-ROW : Shows and writes the row in WS-EW-SWAP:
      *    the share of stops delivered complete, and delivered at
      *    all (complete or partial).
      *-----------------------------------------------------------------
       0100-WEEKLY-ROW.
           MOVE 0 TO WS-EW-PCT
           IF WS-EW-S-PARADAS > 0 THEN
              COMPUTE WS-EW-PCT ROUNDED =
                 WS-EW-S-ENTREG * 100 / WS-EW-S-PARADAS
           END-IF
           MOVE WS-EW-PCT TO WS-EW-PCT-ED
           MOVE 0 TO WS-EW-PCT
           IF WS-EW-S-PARADAS > 0 THEN
              COMPUTE WS-EW-PCT ROUNDED =
                 (WS-EW-S-ENTREG + WS-EW-S-PARCIAL) * 100
                 / WS-EW-S-PARADAS
           END-IF
           MOVE WS-EW-PCT TO WS-EW-PCT2-ED
           MOVE WS-EW-S-PARADAS TO WS-EW-N1-ED
           MOVE WS-EW-S-ENTREG TO WS-EW-N2-ED
           MOVE WS-EW-S-PARCIAL TO WS-EW-N3-ED
           MOVE WS-EW-S-FALLIDA TO WS-EW-N4-ED
           IF WS-ROWCTRL > 20 THEN
              DISPLAY WS-MSG-AN1 LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              DISPLAY WS-BLANK LINE 09 COL 01 ERASE EOS
              MOVE 9 TO WS-ROWCTRL
           END-IF
           DISPLAY WS-EW-S-ZONA LINE WS-ROWCTRL COL 01
           DISPLAY WS-EW-S-COND LINE WS-ROWCTRL COL 08
           DISPLAY WS-EW-N1-ED LINE WS-ROWCTRL COL 21
           DISPLAY WS-EW-N2-ED LINE WS-ROWCTRL COL 28
           DISPLAY WS-EW-N3-ED LINE WS-ROWCTRL COL 36
           DISPLAY WS-EW-N4-ED LINE WS-ROWCTRL COL 43
           DISPLAY WS-EW-PCT-ED LINE WS-ROWCTRL COL 50
           DISPLAY WS-EW-PCT2-ED LINE WS-ROWCTRL COL 56
           ADD 1 TO WS-ROWCTRL
           MOVE SPACES TO OUTPUT-RECORD
           STRING WS-EW-S-ZONA WS-CSV-DELIM
                  WS-EW-S-COND WS-CSV-DELIM
                  WS-EW-N1-ED WS-CSV-DELIM
                  WS-EW-N2-ED WS-CSV-DELIM
                  WS-EW-N3-ED WS-CSV-DELIM
                  WS-EW-N4-ED WS-CSV-DELIM
                  WS-EW-PCT-ED WS-CSV-DELIM
                  WS-EW-PCT2-ED
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           OPEN EXTEND OUT-INFORME
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-WEEKLY-OPEN-REPORT : Names the CSV and writes its
      *    headings.
      *-----------------------------------------------------------------
       0100-WEEKLY-OPEN-REPORT.
           MOVE WS-DELIM-DEF TO WS-CSV-DELIM
           MOVE WS-DATETIME(1:14) TO WS-RPT-STAMP
           MOVE SPACES TO WS-INFORME-FNAME
           STRING 'ENTREGAS_' WS-RPT-STAMP '.CSV'
           INTO WS-INFORME-FNAME
           OPEN OUTPUT OUT-INFORME
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'RESULTADO DE ENTREGAS' WS-CSV-DELIM
                  WS-EW-DESDE WS-CSV-DELIM WS-EW-HASTA
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'ZONA' WS-CSV-DELIM
                  'CONDUCTOR' WS-CSV-DELIM
                  'PARADAS' WS-CSV-DELIM
                  'ENTREGADAS' WS-CSV-DELIM
                  'PARCIALES' WS-CSV-DELIM
                  'FALLIDAS' WS-CSV-DELIM
                  '% EXITO' WS-CSV-DELIM
                  '% ENTREGADAS O PARCIALES'
           DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           CLOSE OUT-INFORME
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
       copy "MOVIM.cpy".
      *
       copy "CAPAS.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
