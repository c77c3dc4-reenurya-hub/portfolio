      * 01-sep-2026    R. Urquijo      Each invoice carries the sales- *
      *                                person, validated against the   *
      *                                VENDEDORES.DAT master.          *
      * 15-oct-2026    R. Urquijo      Every invoice opened in         *
      *                                CARTERA.DAT carries its due date*
      *                                from the customer's payment     *
      *                                terms.                          *
      * 15-oct-2026    R. Urquijo      Option 4 invoices a fully paid  *
      *                                layaway of SEPARES.DAT,         *
      *                                releasing its reservations and  *
      *                                settling the new receivable     *
      *                                against the deposits.           *
      * 15-oct-2026    R. Urquijo      Lots taken by each invoice are  *
      *                                kept in FACLOTE.DAT for a void; *
      *                                a voided invoice reprints with  *
      *                                its void mark.                  *
      * 15-oct-2026    R. Urquijo      Invoice number checked against  *
      *                                the authorized numbering        *
      *                                resolution; prefix and legend   *
      *                                printed.                        *
      * 15-oct-2026    R. Urquijo      Line and invoice discounts with *
      *                                a limit per role, supervisor    *
      *                                signature over it, no price     *
      *                                under average cost; the         *
      *                                exception is kept on the line.  *
      * 15-oct-2026    R. Urquijo      Article lookup accepts a code   *
      *                                retired by renumbering during   *
      *                                its transition period           *
      *                                (CODXREF.DAT).                  *
      * 15-oct-2026    R. Urquijo      A customer invoiced in USD is   *
      *                                priced and printed in USD at the*
      *                                TCAMBIO.DAT rate of the invoice *
      *                                date; the open item keeps its   *
      *                                USD side in CXCME.DAT.          *
      * 15-oct-2026    R. Urquijo      A line rejected for stock shows *
      *                                the earliest date the quantity  *
      *                                can be promised (ATP01).        *
      * 15-oct-2026    R. Urquijo      New articles without a price are*
      *                                not invoiced; discontinued ones *
      *                                show their replacement.         *
      * 15-oct-2026    R. Urquijo      A line short of stock offers the*
      *                                substitutes of SUSTIT.DAT with  *
      *                                stock; substitutions and lost   *
      *                                sales go to SUSTLOG.DAT.        *
      * 15-oct-2026    R. Urquijo      Invoicing of out-of-warranty    *
      *                                service orders (SERVIC01)       *
      *                                without moving stock again.     *
      * 15-oct-2026    R. Urquijo      Status 02 on the invoice write  *
      *                                is a good write.                *
      * 15-oct-2026    R. Urquijo      Posting journaled in            *
      *                                BITACORA.DAT; recovery at start.*
      * 15-oct-2026    R. Urquijo      In the training data set the    *
      *                                printed form is framed by the   *
      *                                ENTRENAMIENTO - SIN VALIDEZ     *
      *                                line.                           *
      * 15-oct-2026    R. Urquijo      An invoice to the sister company*
      *                                of the group is carried into its*
      *                                books as a purchase (INTERCO01).*
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTUR01.
       copy "CLISEL.cpy".
      *
       copy "CXCSEL.cpy".
      *
       copy "CXMSEL.cpy".
      *
       copy "LPRSEL.cpy".
      *
       copy "PMOSEL.cpy".
      *
       copy "PRKSEL.cpy".
      *
       copy "RSVSEL.cpy".
      *
       copy "SEPSEL.cpy".
      *
       copy "FLTSEL.cpy".
      *
       copy "RESSEL.cpy".
      *
       copy "XRFSEL.cpy".
      *
       copy "ESASEL.cpy".
      *
       copy "SUSSEL.cpy".
      *
       copy "SVCSEL.cpy".
      *
       copy "BITSEL.cpy".
      *
           SELECT COMPONEN ASSIGN TO "COMPONEN.DAT"
           ORGANIZATION IS INDEXED
       copy "CLIFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "CXMFD.cpy".
      *
       copy "LPRFD.cpy".
      *
       copy "PMOFD.cpy".
      *
       copy "PRKFD.cpy".
      *
       copy "RSVFD.cpy".
      *
       copy "SEPFD.cpy".
      *
       copy "FLTFD.cpy".
      *
       copy "RESFD.cpy".
      *
       copy "XRFFD.cpy".
      *
       copy "ESAFD.cpy".
      *
       copy "SUSFD.cpy".
      *
       copy "SVCFD.cpy".
      *
       copy "BITFD.cpy".
      *
       FD COMPONEN.
       01 KIT-REG.
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
       copy "BITWS.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
           77 WS-FAC-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-CXM-STATUS      PIC XX.
           77 WS-FAC-MONEDA      PIC X(03) VALUE SPACES.
           77 WS-FAC-FX-FECHA    PIC X(08).
           77 WS-V-FAC-PME       PIC 9(5)V99.
           77 WS-V-FAC-LINME     PIC 9(7)V99.
           77 WS-V-FAC-TOTME     PIC 9(7)V99 VALUE 0.
           77 WS-FAC-CLIENTE     PIC X(10).
           77 WS-CLI-FOUND       PIC 9 VALUE 0.
           77 WS-V-CLI-SALDO     PIC S9(7)V99 VALUE 0.
           77 WS-FAC-WRT-OK      PIC 9 VALUE 0.
           77 WS-V-FAC-PEND      PIC 9(7)V99 VALUE 0.
           77 WS-FAC-FECHA       PIC X(08).
           77 WS-FAC-SEGUIM      PIC X(20) VALUE SPACES.
           77 WS-FAC-BIT-NUM     PIC 9(06) VALUE 0.
           77 WS-LPR-STATUS      PIC XX.
           77 WS-FAC-LISTA       PIC X(06).
           77 WS-LPR-FOUND       PIC 9 VALUE 0.
           77 WS-V-FAC-LINTOT-W  PIC 9(7)V99.
           77 WS-V-FAC-PAGAR     PIC 9(9)V99 VALUE 0.
           77 WS-FAC-PAGAR-ED    PIC ZZZZZZZZ9.99.
           77 WS-RSV-STATUS      PIC XX.
           77 WS-SEP-STATUS      PIC XX.
           77 WS-FLT-STATUS      PIC XX.
           77 WS-FAC-ANULA-RSN   PIC X(35) VALUE SPACES.
           77 WS-FAC-PREPAGO     PIC 9 VALUE 0.
           77 WS-SEP-NUMERO      PIC 9(06) VALUE 0.
           77 WS-SEP-NUM-ED      PIC ZZZZZ9.
           77 WS-SEP-FOUND       PIC 9 VALUE 0.
           77 WS-V-SEP-RSVCANT   PIC 9(5)V99.
           77 WS-FAC-DSCTO       PIC ZZ9.99.
           77 WS-V-FAC-DSCLIN    PIC 9(3)V99 VALUE 0.
           77 WS-V-FAC-DSCFAC    PIC 9(3)V99 VALUE 0.
           77 WS-V-FAC-DSCEFE    PIC 9(3)V99 VALUE 0.
           77 WS-V-FAC-DSCMAX    PIC 9(3)V99 VALUE 0.
           77 WS-V-FAC-PBASE     PIC 9(5)V99.
           77 WS-V-FAC-NETO      PIC 9(5)V99.
           77 WS-FAC-PTIPO       PIC X(01).
           77 WS-FAC-PAUT        PIC X(10).
           77 WS-FAC-DSC-OK      PIC 9 VALUE 0.
           77 WS-FAC-SGN-NEED    PIC 9 VALUE 0.
           77 WS-SUB-CNT         PIC 9(02) VALUE 0.
           77 WS-SUB-IDX         PIC 9(02) VALUE 0.
           77 WS-SUB-OFRECE      PIC 9(02) VALUE 0.
           77 WS-SUB-HAY         PIC 9 VALUE 0.
           77 WS-SUB-ELEGIDO     PIC 9 VALUE 0.
           77 WS-SUB-ORIG        PIC X(10).
           77 WS-SUB-REGLA       PIC X(01).
           77 WS-SUB-AHORA       PIC X(21).
           77 WS-V-SUB-PCT       PIC 9(3)V99.
           77 WS-V-SUB-PORIG     PIC 9(5)V99.
           77 WS-V-SUB-PRECIO    PIC 9(5)V99.
           77 WS-V-SUB-DISP      PIC S9(6)V99.
           77 WS-V-SUB-LQTY      PIC 9(5)V99.
           77 WS-SUB-PRECIO-ED   PIC ZZZZ9.99.
           77 WS-SUB-DISP-ED     PIC ZZZZ9.99.
           77 WS-SVC-STATUS      PIC XX.
           77 WS-SVC-NUMERO      PIC 9(06) VALUE 0.
           77 WS-SVC-FOUND       PIC 9 VALUE 0.
      *
      *    SUBSTITUTES OF THE ARTICLE SHORT OF STOCK, IN RANKING ORDER.
       01 WS-SUB-TABLE.
           02 WS-SUB-LINEA OCCURS 20 TIMES.
               03 WS-SUB-T-CODART   PIC X(10).
               03 WS-SUB-T-TIPO     PIC X(01).
               03 WS-SUB-T-REGLA    PIC X(01).
               03 WS-SUB-T-PCT      PIC 9(3)V99.
      *
       01 WS-FAC-TABLE.
           02 WS-FAC-LINEA OCCURS 50 TIMES.
               03 WS-FAC-T-LISTA    PIC X(06).
               03 WS-FAC-T-PROMO    PIC X(06).
               03 WS-FAC-T-COSTO    PIC 9(5)V99.
               03 WS-FAC-T-PBASE    PIC 9(5)V99.
               03 WS-FAC-T-DSCLIN   PIC 9(3)V99.
               03 WS-FAC-T-DSCFAC   PIC 9(3)V99.
               03 WS-FAC-T-DSCEFE   PIC 9(3)V99.
               03 WS-FAC-T-PTIPO    PIC X(01).
               03 WS-FAC-T-PAUT     PIC X(10).
               03 WS-FAC-T-VRUNIT-ME PIC ZZZZ9.99.
               03 WS-FAC-T-TOTAL-ME PIC ZZZZZZZ9.99.
               03 WS-FAC-T-SUSTDE   PIC X(10).
               03 WS-FAC-T-SINSTK   PIC X(01).
      *
           77 WS-ST-FACT   PIC X(25) VALUE 'FACTURACION DE VENTAS    '.
           77 WS-MSG-FANE PIC X(80) VALUE ' No existe el registro de '-
       's. No se genero ningun documento.                     '.
           77 WS-MSG-FAOK PIC X(80) VALUE ' La factura fue registrada'-
       ' y el inventario fue descontado.                      '.
           77 WS-MSG-FAIC PIC X(80) VALUE ' Venta entre empresas: co'-
       'mpra y cuenta por pagar creadas en la otra empresa.    '.
           77 WS-MSG-FAIP PIC X(80) VALUE ' Venta entre empresas PEN'-
       'DIENTE:                                                '.
           77 WS-MSG-FANO PIC X(80) VALUE ' La factura fue cancelada.'-
       '                                                      '.
           77 WS-MSG-FAOP PIC X(80) VALUE ' 1-NUEVA FACTURA 2-REIMPR'-
       'IME 3-REANUDA 4-SEPARE 5-SERVICIO 9-SALE    Opcion [  ]'.
           77 WS-MSG-FAPQ PIC X(80) VALUE ' Codigo corto para parque'-
       'ar el tiquete:                                         '.
           77 WS-MSG-FAPP PIC X(80) VALUE ' Tiquete parqueado sin af'-
       'l mostrador: la linea puede continuar.                 '.
           77 WS-MSG-FAFL PIC X(80) VALUE ' La factura admite maximo '-
       '50 lineas. Termine y genere otra.                     '.
           77 WS-MSG-FATC PIC X(80) VALUE ' No hay tasa de cambio re'-
       'gistrada a la fecha. Registrela con CAMBIO01.          '.
           77 WS-LB-FANUM  PIC X(12) VALUE 'Factura No.:'.
           77 WS-LB-FATOT  PIC X(14) VALUE 'Total factura:'.
           77 WS-MSG-FACL PIC X(80) VALUE ' Cliente a facturar (ENTER'-
       'eelo primero con CLIENTE01.                           '.
           77 WS-MSG-FACC PIC X(80) VALUE ' La factura excede el cupo'-
       ' de credito del cliente. Cancelada.                   '.
           77 WS-MSG-FASP PIC X(80) VALUE ' Numero del plan separe a '-
       'facturar:                                             '.
           77 WS-MSG-FASX PIC X(80) VALUE ' No existe un plan separe '-
       'abierto con ese numero.                               '.
           77 WS-MSG-FASS PIC X(80) VALUE ' El plan separe aun tiene '-
       'saldo. Complete los abonos con SEPARE01.              '.
           77 WS-MSG-FAER PIC X(80) VALUE ' ERROR: el numero de factu'-
       'ra ya existe. NADA fue grabado. Revise PARAM01.       '.
           77 WS-MSG-FADL PIC X(80) VALUE ' Descuento de la linea % '-
       '(ENTER = sin descuento):                               '.
           77 WS-MSG-FADF PIC X(80) VALUE ' Descuento global de la f'-
       'actura % (ENTER = ninguno):                            '.
           77 WS-MSG-FADX PIC X(80) VALUE ' El descuento no puede su'-
       'perar el 100%. Rechazado.                              '.
           77 WS-MSG-FABC PIC X(80) VALUE ' El precio neto queda por'-
       ' debajo del costo promedio. Rechazado.                 '.
           77 WS-MSG-FADS PIC X(80) VALUE ' Descuento sobre el limit'-
       'e de su rol: requiere firma del supervisor.            '.
           77 WS-MSG-FAAP PIC X(80) VALUE ' Esa cantidad se puede pr'-
       'ometer a partir del:                                   '.
           77 WS-MSG-FAAN PIC X(80) VALUE ' Esa cantidad no se compl'-
       'eta dentro del horizonte de 90 dias.                   '.
           77 WS-MSG-FASQ PIC X(80) VALUE ' Usar este sustituto en l'-
       'ugar del articulo? S=usar N=siguiente                  '.
           77 WS-MSG-FASZ PIC X(80) VALUE ' Ningun sustituto del art'-
       'iculo tiene existencia suficiente.                     '.
           77 WS-LB-FASB   PIC X(11) VALUE 'Sustituto: '.
           77 WS-LB-FASD   PIC X(05) VALUE 'Disp:'.
           77 WS-MSG-FAOS PIC X(80) VALUE ' Numero de la orden de se'-
       'rvicio a facturar:                                     '.
           77 WS-MSG-FAOX PIC X(80) VALUE ' No existe la orden de se'-
       'rvicio, esta en garantia o ya fue facturada.           '.
           77 WS-MSG-FAOE PIC X(80) VALUE ' La orden no esta reparad'-
       'a, entregada ni cambiada: aun no se factura.           '.
      *
       01 WS-LNK-ATP.
           02 WS-LNK-ATP-MODO   PIC X(01).
           02 WS-LNK-ATP-CODART PIC X(10).
           02 WS-LNK-ATP-ALM    PIC X(02).
           02 WS-LNK-ATP-CANT   PIC 9(5)V99.
           02 WS-LNK-ATP-HOY    PIC S9(7)V99.
           02 WS-LNK-ATP-FECHA  PIC X(08).
      *
       01 WS-LNK-ICO.
           02 WS-LNK-ICO-MODO   PIC X(01).
           02 WS-LNK-ICO-FACNUM PIC 9(06).
           02 WS-LNK-ICO-RESULT PIC X(01).
           02 WS-LNK-ICO-MOTIVO PIC X(40).
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-GET-CURR-DATE
           PERFORM 0100-LOAD-PARAMS
           MOVE 'FACTUR01' TO WS-BIT-PROGRAMA
           PERFORM 0100-BIT-RECUPERA THRU 0100-BIT-RECUPERA-FIN
           PERFORM 0100-LOAD-EMPRESA
           IF WS-EMP-FOUND = 0 THEN
              PERFORM 0100-DISP-HEADS
                    PERFORM 0100-REPRINT-INVOICE
                 WHEN 3
                    PERFORM 0100-RESUME-INVOICE
                 WHEN 4
                    PERFORM 0100-INVOICE-SEPARE THRU 0100-INV-SEPARE-FIN
                 WHEN 5
                    PERFORM 0100-INVOICE-SERVICIO
                       THRU 0100-INV-SERVICIO-FIN
                 WHEN 9
                    CONTINUE
                 WHEN OTHER
           ELSE
              PERFORM 0100-SAVE-NEXT-NUM-SEQ
           END-IF
           MOVE 50 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
                    DISPLAY WS-SPC LINE 24 COL 01
                    SET WS-FAC-DONE TO 1
                 ELSE
                    PERFORM 0100-FIND-ARTICLE THRU 0100-FIND-ARTICLE-FIN
                    IF WS-FAC-FOUND = 0 THEN
                       DISPLAY WS-MSG-FANF LINE 24 COL 01
                       ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                       DISPLAY WS-SPC LINE 24 COL 01
                    ELSE
                       PERFORM 0100-ESA-VENTA THRU 0100-ESA-VENTA-FIN
                       IF WS-ESA-VENDE = 0 THEN
                          DISPLAY WS-MSG-ESNP LINE 24 COL 01
                          ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                          DISPLAY WS-SPC LINE 24 COL 01
                       ELSE
                          PERFORM 0100-ESA-AVISO THRU 0100-ESA-AVISO-FIN
                          PERFORM 0100-GET-LINE-DATA
                       END-IF
                    END-IF
                 END-IF
                 END-IF
              DISPLAY WS-MSG-FANL LINE 24 COL 01
              GO TO 0100-CONFIRM-POST-FIN
           END-IF
      *    A PAID LAYAWAY IS INVOICED AT THE PRICES ALREADY COLLECTED.
           IF WS-FAC-PREPAGO = 0 THEN
              PERFORM 0100-INVOICE-DSCTO THRU 0100-INVOICE-DSCTO-FIN
              IF WS-FAC-DSC-OK = 0 THEN
                 DISPLAY WS-MSG-FANO LINE 24 COL 01
                 GO TO 0100-CONFIRM-POST-FIN
              END-IF
           END-IF
      *    A FOREIGN-CURRENCY CUSTOMER IS PRICED IN ITS CURRENCY; THE
      *    LAYAWAY WAS COLLECTED IN PESOS AND STAYS IN PESOS.
           IF WS-FAC-PREPAGO = 1 THEN
              MOVE SPACES TO WS-FAC-MONEDA
           END-IF
           IF WS-FAC-MONEDA NOT = SPACES THEN
              PERFORM 0100-FX-PRICE THRU 0100-FX-PRICE-FIN
              IF WS-V-TASA = 0 THEN
                 DISPLAY WS-MSG-FATC LINE 24 COL 01
                 GO TO 0100-CONFIRM-POST-FIN
              END-IF
           END-IF
           MOVE WS-V-FAC-TOTAL TO WS-FAC-TOTAL
           DISPLAY WS-LB-FATOT LINE 21 COL 01
           DISPLAY WS-FAC-TOTAL LINE 21 COL 16
           IF WS-V-CLI-SALDO + WS-V-FAC-TOTAL > WS-V-CLI-CUPO
           AND WS-FAC-PREPAGO = 0 THEN
              DISPLAY WS-MSG-FACC LINE 24 COL 01
              GO TO 0100-CONFIRM-POST-FIN
           END-IF
              DISPLAY WS-MSG-FANO LINE 24 COL 01
              GO TO 0100-CONFIRM-POST-FIN
           END-IF
           MOVE WS-FAC-NUM TO WS-RES-NUM
           MOVE WS-DATETIME(1:8) TO WS-RES-HOY
           PERFORM 0100-CHECK-RESOLUCION
           IF WS-RES-OK = 0 THEN
              DISPLAY WS-MSG-RESNO LINE 24 COL 01
              GO TO 0100-CONFIRM-POST-FIN
           END-IF
      *    EVERY CHANGE OF THE POSTING IS JOURNALED BEFORE THE FIRST
      *    FILE IS TOUCHED, SO A POSTING CUT SHORT CAN BE FINISHED.
           PERFORM 0100-FAC-BIT-ABRE THRU 0100-FAC-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              DISPLAY WS-MSG-BTNO LINE 24 COL 01
              GO TO 0100-CONFIRM-POST-FIN
           END-IF
           PERFORM 0100-POST-INVOICE
           IF WS-FAC-WRT-OK = 1 THEN
              PERFORM 0100-POST-CLI-SALDO
              PERFORM 0100-POST-CXC-ITEM
              PERFORM 0100-SAVE-NEXT-NUM
      *       A FOLLOW-UP OF THE CALLER KEEPS THE JOURNAL OPEN UNTIL IT
      *       IS DONE TOO.
              IF WS-FAC-SEGUIM = SPACES THEN
                 SET WS-BIT-EST-COMPLETO TO TRUE
                 PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
              END-IF
              PERFORM 0100-PRINT-INVOICE
              DISPLAY WS-MSG-FAOK LINE 24 COL 01
      *       A SALE TO THE SISTER COMPANY IS ALSO ITS PURCHASE.
              IF WS-PAR-ICDIR NOT = SPACES
              AND WS-PAR-ICCLI NOT = SPACES
              AND WS-FAC-CLIENTE = WS-PAR-ICCLI
              AND NOT WS-PAR-MODO-ENTRENA THEN
                 PERFORM 0100-FAC-INTERCO
              END-IF
           ELSE
              SET WS-BIT-EST-REVERTIDO TO TRUE
              PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
              DISPLAY WS-MSG-FAER LINE 24 COL 01
           END-IF.
       0100-CONFIRM-POST-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FAC-INTERCO : Has INTERCO01 write the purchase order,
      *    receipt and payable of the invoice just posted in the
      *    sister company's data set; a sale that could not be
      *    carried stays pending in INTERCO.DAT with its reason.
      *-----------------------------------------------------------------
       0100-FAC-INTERCO.
           INITIALIZE WS-LNK-ICO
           MOVE 'P' TO WS-LNK-ICO-MODO
           MOVE WS-FAC-NUM TO WS-LNK-ICO-FACNUM
           CALL 'INTERCO01' USING LNK-OPERATOR WS-LNK-ICO
           IF WS-LNK-ICO-RESULT = 'C' THEN
              DISPLAY WS-MSG-FAIC LINE 22 COL 01
           ELSE
              DISPLAY WS-MSG-FAIP LINE 22 COL 01
              DISPLAY WS-LNK-ICO-MOTIVO LINE 22 COL 33
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FAC-BIT-ABRE : Journals the posting about to be made:
      *    the invoice, the stock of every line that moves it, the
      *    customer balance, the open item, the next number and the
      *    follow-up of the caller in WS-FAC-SEGUIM, if any.
      *-----------------------------------------------------------------
       0100-FAC-BIT-ABRE.
           MOVE 'FAC' TO WS-BIT-SERIE
           MOVE WS-FAC-NUM TO WS-BIT-NUM
           MOVE 'FACTUR01' TO WS-BIT-PROGRAMA
           MOVE WS-FAC-CLIENTE TO WS-BIT-CLIENTE
           MOVE WS-V-FAC-TOTAL TO WS-V-BIT-TOTAL
           PERFORM 0100-BIT-ABRE THRU 0100-BIT-ABRE-FIN
           IF WS-BIT-ACTIVA = 0 THEN
              GO TO 0100-FAC-BIT-ABRE-FIN
           END-IF
           INITIALIZE WS-BIT-DET
           MOVE 10 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-FAC-TOTAL TO WS-V-BIT-VALOR
           PERFORM 0100-BIT-PASO
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              IF WS-FAC-T-SINSTK(WS-FAC-IDX) NOT = 'S' THEN
                 INITIALIZE WS-BIT-DET
                 MOVE 20 TO WS-BIT-PASO
                 MOVE WS-FAC-IDX TO WS-BIT-LINEA
                 MOVE WS-FAC-T-CODART(WS-FAC-IDX) TO WS-BIT-CODART
                 MOVE WS-FAC-T-CANT(WS-FAC-IDX) TO WS-V-BIT-CANT
                 MOVE WS-FAC-T-TOTAL(WS-FAC-IDX) TO WS-V-BIT-VALOR
                 MOVE WS-FAC-T-SUSTDE(WS-FAC-IDX) TO WS-BIT-REF
                 PERFORM 0100-BIT-PASO
              END-IF
           END-PERFORM
           INITIALIZE WS-BIT-DET
           MOVE 30 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           MOVE WS-V-FAC-TOTAL TO WS-V-BIT-VALOR
           PERFORM 0100-BIT-PASO
           MOVE 40 TO WS-BIT-PASO
           MOVE WS-FAC-MONEDA TO WS-BIT-MONEDA
           MOVE WS-V-TASA TO WS-V-BIT-TASA
           MOVE WS-V-FAC-TOTME TO WS-V-BIT-VALME
           PERFORM 0100-BIT-PASO
           INITIALIZE WS-BIT-DET
           MOVE 50 TO WS-BIT-PASO
           MOVE WS-FAC-NUM TO WS-BIT-REF
           PERFORM 0100-BIT-PASO
           IF WS-FAC-SEGUIM NOT = SPACES THEN
              MOVE 60 TO WS-BIT-PASO
              MOVE WS-FAC-SEGUIM TO WS-BIT-REF
              PERFORM 0100-BIT-PASO
           END-IF
           PERFORM 0100-BIT-LISTA.
       0100-FAC-BIT-ABRE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FAC-BIT-SEGUIM : The follow-up of the posting (parked
      *    ticket dropped, layaway closed, service order stamped) is
      *    done: the journal of the invoice is complete.
      *-----------------------------------------------------------------
       0100-FAC-BIT-SEGUIM.
           MOVE 60 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           SET WS-BIT-EST-COMPLETO TO TRUE
           PERFORM 0100-BIT-CIERRA THRU 0100-BIT-CIERRA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-DESHACE : Rolls back an invoice cut short before
      *    it was written whole.
      *-----------------------------------------------------------------
       0100-BIT-DESHACE.
           PERFORM 0100-BIT-BORRA-FAC THRU 0100-BIT-BORRA-FAC-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-BIT-REHACE : Redoes the journaled step in WS-BIT-DET of
      *    an invoice cut short after it was written, through the same
      *    paragraphs that post a new one.
      *-----------------------------------------------------------------
       0100-BIT-REHACE.
           MOVE WS-BIT-NUM TO WS-FAC-NUM
           MOVE WS-BIT-CLIENTE TO WS-FAC-CLIENTE
           MOVE WS-BIT-FECHA TO WS-FAC-FECHA
           EVALUATE WS-BIT-PASO
              WHEN 20
                 MOVE WS-BIT-LINEA TO WS-FAC-IDX
                 MOVE WS-BIT-CODART TO WS-FAC-T-CODART(WS-FAC-IDX)
                 MOVE WS-V-BIT-CANT TO WS-FAC-T-CANT(WS-FAC-IDX)
                 MOVE WS-V-BIT-VALOR TO WS-FAC-T-TOTAL(WS-FAC-IDX)
                 MOVE WS-BIT-REF(1:10) TO WS-FAC-T-SUSTDE(WS-FAC-IDX)
                 PERFORM 0100-POST-LINE-STOCK
              WHEN 30
                 MOVE WS-V-BIT-VALOR TO WS-V-FAC-TOTAL
                 PERFORM 0100-POST-CLI-SALDO
              WHEN 40
                 MOVE WS-V-BIT-VALOR TO WS-V-FAC-TOTAL
                 MOVE WS-BIT-MONEDA TO WS-FAC-MONEDA
                 MOVE WS-V-BIT-TASA TO WS-V-TASA
                 MOVE WS-V-BIT-VALME TO WS-V-FAC-TOTME
                 PERFORM 0100-FAC-BIT-PLAZO
                 MOVE WS-BIT-FECHA TO WS-DATETIME(1:8)
                 PERFORM 0100-POST-CXC-ITEM
              WHEN 50
                 PERFORM 0100-FAC-BIT-NUMERO
              WHEN 60
                 PERFORM 0100-FAC-BIT-SIGUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FAC-BIT-PLAZO : The customer's payment terms, for the
      *    due date of an open item redone on its own.
      *-----------------------------------------------------------------
       0100-FAC-BIT-PLAZO.
           MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           OPEN INPUT CLIENTES
           MOVE WS-FAC-CLIENTE TO CLI-ID
           READ CLIENTES
              KEY IS CLI-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 0100-CLI-PLAZO
           END-READ
           CLOSE CLIENTES
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FAC-BIT-NUMERO : Advances the invoice series past the
      *    recovered invoice, never back over invoices posted since.
      *-----------------------------------------------------------------
       0100-FAC-BIT-NUMERO.
           PERFORM 0100-LOAD-PARAMS
           IF WS-PAR-EXISTS = 1 THEN
              IF WS-PAR-NEXTFAC NOT > WS-FAC-NUM THEN
                 PERFORM 0100-SAVE-NEXT-NUM
              END-IF
           ELSE
              MOVE WS-FAC-NUM TO WS-FAC-BIT-NUM
              PERFORM 0100-GET-NEXT-NUM-SEQ
              IF WS-FAC-NUM NOT > WS-FAC-BIT-NUM THEN
                 MOVE WS-FAC-BIT-NUM TO WS-FAC-NUM
                 PERFORM 0100-SAVE-NEXT-NUM-SEQ
              END-IF
              MOVE WS-FAC-BIT-NUM TO WS-FAC-NUM
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FAC-BIT-SIGUE : Redoes the follow-up journaled in
      *    WS-BIT-REF: the code of the parked ticket to drop, the
      *    layaway to close or the service order to stamp.
      *-----------------------------------------------------------------
       0100-FAC-BIT-SIGUE.
           EVALUATE WS-BIT-REF(1:3)
              WHEN 'PRK'
                 MOVE WS-BIT-REF(4:6) TO WS-PRK-RCODE
                 PERFORM 0100-DROP-PARKED THRU 0100-DROP-PARKED-FIN
              WHEN 'SEP'
                 MOVE WS-BIT-REF(4:6) TO WS-SEP-NUMERO
                 MOVE WS-SEP-NUMERO TO WS-SEP-NUM-ED
                 MOVE 50 TO WS-FAC-LCNT
                 PERFORM 0100-CLOSE-SEPARE
              WHEN 'SVC'
                 MOVE WS-BIT-REF(4:6) TO WS-SVC-NUMERO
                 PERFORM 0100-STAMP-SERVICIO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FX-PRICE : Prices the invoice of a foreign-currency
      *    customer in its currency at the TCAMBIO.DAT rate of the
      *    invoice date. Every peso net price is converted to a unit
      *    price in the currency; the line in the currency is that
      *    price by the quantity, and the peso price and line booked
      *    are the currency ones at the same rate, so both sides of the
      *    invoice tie at the rate kept with it.
      *-----------------------------------------------------------------
       0100-FX-PRICE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-FAC-FX-FECHA
           PERFORM 0100-GET-FAC-TASA
           IF WS-V-TASA = 0 THEN
              GO TO 0100-FX-PRICE-FIN
           END-IF
           MOVE 0 TO WS-V-FAC-TOTAL
           MOVE 0 TO WS-V-FAC-TOTME
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              MOVE WS-FAC-T-VRUNIT(WS-FAC-IDX) TO WS-V-FAC-PRICE
              COMPUTE WS-V-FAC-PME ROUNDED =
                 WS-V-FAC-PRICE / WS-V-TASA
              MOVE WS-FAC-T-CANT(WS-FAC-IDX) TO WS-V-FAC-QTY
              COMPUTE WS-V-FAC-LINME ROUNDED =
                 WS-V-FAC-QTY * WS-V-FAC-PME
              COMPUTE WS-V-FAC-PRICE ROUNDED =
                 WS-V-FAC-PME * WS-V-TASA
              COMPUTE WS-V-FAC-LINTOT ROUNDED =
                 WS-V-FAC-LINME * WS-V-TASA
              MOVE WS-V-FAC-PRICE TO WS-FAC-T-VRUNIT(WS-FAC-IDX)
              MOVE WS-V-FAC-LINTOT TO WS-FAC-T-TOTAL(WS-FAC-IDX)
              MOVE WS-V-FAC-PME TO WS-FAC-T-VRUNIT-ME(WS-FAC-IDX)
              MOVE WS-V-FAC-LINME TO WS-FAC-T-TOTAL-ME(WS-FAC-IDX)
              ADD WS-V-FAC-LINTOT TO WS-V-FAC-TOTAL
              ADD WS-V-FAC-LINME TO WS-V-FAC-TOTME
           END-PERFORM
           MOVE WS-V-FAC-TOTME TO WS-FAC-LINTOT
           MOVE WS-V-TASA TO WS-TASA-ED
           DISPLAY WS-FAC-MONEDA LINE 21 COL 30
           DISPLAY WS-FAC-LINTOT LINE 21 COL 34
           DISPLAY 'Tasa:' LINE 21 COL 48
           DISPLAY WS-TASA-ED LINE 21 COL 54.
       0100-FX-PRICE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-FAC-TASA : Latest TCAMBIO.DAT rate dated on or
      *    before WS-FAC-FX-FECHA, left in WS-V-TASA (0 when none).
      *-----------------------------------------------------------------
       0100-GET-FAC-TASA.
           MOVE 0 TO WS-V-TASA
           OPEN INPUT TCAMBIO
           IF WS-TCA-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ TCAMBIO
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       IF TCA-FECHA NOT > WS-FAC-FX-FECHA THEN
                          MOVE TCA-TASA TO WS-V-TASA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE TCAMBIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-INVOICE-DSCTO : Takes the discount over the whole
      *    invoice and applies it to the net price of every line. No
      *    line may end under its average cost, and every line whose
      *    discount over the default price passes the role limit
      *    without a signature on it - the global discount pushed it
      *    there, or the line came back from the park - needs one
      *    supervisor signature for the invoice.
      *-----------------------------------------------------------------
       0100-INVOICE-DSCTO.
           SET WS-FAC-DSC-OK TO 0
           SET WS-FAC-SGN-NEED TO 0
           DISPLAY WS-MSG-FADF LINE 22 COL 01
           MOVE 0 TO WS-FAC-DSCTO
           ACCEPT WS-FAC-DSCTO LINE 22 COL 54
           MOVE WS-FAC-DSCTO TO WS-V-FAC-DSCFAC
           DISPLAY WS-SPC LINE 22 COL 01
           IF WS-V-FAC-DSCFAC > 100 THEN
              DISPLAY WS-MSG-FADX LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              GO TO 0100-INVOICE-DSCTO-FIN
           END-IF
           PERFORM 0100-DSCTO-LIMIT
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              PERFORM 0100-LINE-DSCFAC
              IF WS-V-FAC-NETO < WS-FAC-T-COSTO(WS-FAC-IDX) THEN
                 DISPLAY WS-MSG-FABC LINE 24 COL 01
                 ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
                 GO TO 0100-INVOICE-DSCTO-FIN
              END-IF
              IF WS-V-FAC-DSCEFE > WS-V-FAC-DSCMAX
              AND WS-FAC-T-PAUT(WS-FAC-IDX) = SPACES THEN
                 SET WS-FAC-SGN-NEED TO 1
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-SGN-ID
           IF WS-FAC-SGN-NEED = 1 THEN
              DISPLAY WS-MSG-FADS LINE 24 COL 01
              PERFORM 0100-SUPERVISOR-SIGN
              IF WS-SGN-OK = 0 THEN
                 GO TO 0100-INVOICE-DSCTO-FIN
              END-IF
           END-IF
           MOVE 0 TO WS-V-FAC-TOTAL
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              PERFORM 0100-LINE-DSCFAC
              IF WS-V-FAC-DSCEFE > WS-V-FAC-DSCMAX
              AND WS-FAC-T-PAUT(WS-FAC-IDX) = SPACES THEN
                 MOVE WS-SGN-ID TO WS-FAC-T-PAUT(WS-FAC-IDX)
              END-IF
              IF WS-V-FAC-DSCFAC > 0 THEN
                 MOVE WS-V-FAC-NETO TO WS-FAC-T-VRUNIT(WS-FAC-IDX)
                 MOVE WS-FAC-T-CANT(WS-FAC-IDX) TO WS-V-FAC-QTY
                 COMPUTE WS-V-FAC-LINTOT =
                    WS-V-FAC-QTY * WS-V-FAC-NETO
                 MOVE WS-V-FAC-LINTOT TO WS-FAC-T-TOTAL(WS-FAC-IDX)
                 MOVE WS-V-FAC-DSCFAC TO WS-FAC-T-DSCFAC(WS-FAC-IDX)
                 MOVE WS-V-FAC-DSCEFE TO WS-FAC-T-DSCEFE(WS-FAC-IDX)
                 IF WS-FAC-T-PTIPO(WS-FAC-IDX) = SPACES THEN
                    MOVE 'D' TO WS-FAC-T-PTIPO(WS-FAC-IDX)
                 END-IF
              END-IF
              MOVE WS-FAC-T-TOTAL(WS-FAC-IDX) TO WS-V-FAC-LINTOT-W
              ADD WS-V-FAC-LINTOT-W TO WS-V-FAC-TOTAL
           END-PERFORM
           SET WS-FAC-DSC-OK TO 1.
       0100-INVOICE-DSCTO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LINE-DSCFAC : Net price of line WS-FAC-IDX after the
      *    global discount, and its discount over the default price.
      *-----------------------------------------------------------------
       0100-LINE-DSCFAC.
           MOVE WS-FAC-T-VRUNIT(WS-FAC-IDX) TO WS-V-FAC-NETO
           IF WS-V-FAC-DSCFAC > 0 THEN
              COMPUTE WS-V-FAC-NETO ROUNDED =
                 WS-V-FAC-NETO * (100 - WS-V-FAC-DSCFAC) / 100
           END-IF
           MOVE WS-FAC-T-PBASE(WS-FAC-IDX) TO WS-V-FAC-PBASE
           MOVE 0 TO WS-V-FAC-DSCEFE
           IF WS-V-FAC-PBASE > 0
           AND WS-V-FAC-NETO < WS-V-FAC-PBASE THEN
              COMPUTE WS-V-FAC-DSCEFE ROUNDED =
                 (WS-V-FAC-PBASE - WS-V-FAC-NETO) * 100
                 / WS-V-FAC-PBASE
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PARK-INVOICE : Stores the captured ticket under a
      *    short code without touching stock, CLI-SALDO or the
      *    invoice numbering.
              MOVE WS-FAC-T-LISTA(WS-FAC-IDX) TO PRK-LISTA
              MOVE WS-FAC-T-PROMO(WS-FAC-IDX) TO PRK-PROMO
              MOVE WS-FAC-T-COSTO(WS-FAC-IDX) TO PRK-COSTO
              MOVE WS-FAC-T-PBASE(WS-FAC-IDX) TO PRK-PBASE
              MOVE WS-FAC-T-PTIPO(WS-FAC-IDX) TO PRK-PTIPO
              MOVE WS-OPERATOR-ID TO PRK-OPERADOR
              WRITE PRK-REG
                 INVALID KEY
                          ADD 1 TO WS-FAC-LCNT
                          MOVE PRK-CODART
                             TO WS-FAC-T-CODART(WS-FAC-LCNT)
                          MOVE SPACES
                             TO WS-FAC-T-SUSTDE(WS-FAC-LCNT)
                          MOVE SPACES
                             TO WS-FAC-T-SINSTK(WS-FAC-LCNT)
                          MOVE PRK-DESCART
                             TO WS-FAC-T-DESCART(WS-FAC-LCNT)
                          MOVE PRK-CANT
                             TO WS-FAC-T-PROMO(WS-FAC-LCNT)
                          MOVE PRK-COSTO
                             TO WS-FAC-T-COSTO(WS-FAC-LCNT)
                          PERFORM 0100-RELOAD-PRICE-EXC
                          MOVE PRK-TOTAL TO WS-V-FAC-LINTOT-W
                          ADD WS-V-FAC-LINTOT-W
                             TO WS-V-FAC-TOTAL
              GO TO 0100-RESUME-FIN
           END-IF
           MOVE 0 TO WS-FAC-WRT-OK
           MOVE SPACES TO WS-FAC-SEGUIM
           STRING 'PRK' WS-PRK-RCODE DELIMITED BY SIZE
           INTO WS-FAC-SEGUIM
           PERFORM 0100-CONFIRM-POST
           IF WS-FAC-WRT-OK = 1 THEN
              PERFORM 0100-DROP-PARKED
              PERFORM 0100-FAC-BIT-SEGUIM
           END-IF
           MOVE SPACES TO WS-FAC-SEGUIM.
       0100-RESUME-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RELOAD-PRICE-EXC : Price exception of a parked line.
      *    The park keeps the default price and the kind of exception;
      *    the signature is not kept, so a line over the role limit is
      *    signed again when the resumed ticket is confirmed.
      *-----------------------------------------------------------------
       0100-RELOAD-PRICE-EXC.
           MOVE PRK-VRUNIT TO WS-V-FAC-NETO
           IF PRK-PBASE = SPACES THEN
              MOVE WS-V-FAC-NETO TO WS-V-FAC-PBASE
           ELSE
              MOVE PRK-PBASE TO WS-V-FAC-PBASE
           END-IF
           MOVE WS-V-FAC-PBASE TO WS-FAC-T-PBASE(WS-FAC-LCNT)
           MOVE PRK-PTIPO TO WS-FAC-T-PTIPO(WS-FAC-LCNT)
           MOVE SPACES TO WS-FAC-T-PAUT(WS-FAC-LCNT)
           MOVE 0 TO WS-FAC-T-DSCFAC(WS-FAC-LCNT)
           MOVE 0 TO WS-V-FAC-DSCEFE
           IF WS-V-FAC-PBASE > 0
           AND WS-V-FAC-NETO < WS-V-FAC-PBASE THEN
              COMPUTE WS-V-FAC-DSCEFE ROUNDED =
                 (WS-V-FAC-PBASE - WS-V-FAC-NETO) * 100
                 / WS-V-FAC-PBASE
           END-IF
           MOVE WS-V-FAC-DSCEFE TO WS-FAC-T-DSCEFE(WS-FAC-LCNT)
           IF PRK-PTIPO = 'D' THEN
              MOVE WS-V-FAC-DSCEFE TO WS-FAC-T-DSCLIN(WS-FAC-LCNT)
           ELSE
              MOVE 0 TO WS-FAC-T-DSCLIN(WS-FAC-LCNT)
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-INVOICE-SEPARE : Turns a fully paid layaway of
      *    SEPARES.DAT into an ordinary invoice. The lines and prices
      *    come from the layaway and are posted as any other invoice;
      *    the deposits already paid it, so the credit check is not
      *    made and the new receivable is settled at once.
      *-----------------------------------------------------------------
       0100-INVOICE-SEPARE.
           DISPLAY WS-MSG-FASP LINE 06 COL 01
           MOVE 0 TO WS-SEP-NUMERO
           ACCEPT WS-SEP-NUMERO LINE 06 COL 40
           MOVE WS-SEP-NUMERO TO WS-SEP-NUM-ED
           SET WS-SEP-FOUND TO 0
           MOVE 0 TO WS-FAC-LCNT
           MOVE 0 TO WS-V-FAC-TOTAL
           OPEN INPUT SEPARES
           IF WS-SEP-STATUS = '00' THEN
              MOVE WS-SEP-NUMERO TO SEP-NUM
              MOVE 0 TO SEP-LIN
              READ SEPARES
                 KEY IS SEP-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SEP-EST-ABIERTO THEN
                       SET WS-SEP-FOUND TO 1
                       MOVE SEP-CLIENTE TO WS-FAC-CLIENTE
                       IF SEP-ABONADO < SEP-TOTAL THEN
                          SET WS-SEP-FOUND TO 2
                       END-IF
                    END-IF
              END-READ
              IF WS-SEP-FOUND = 1 THEN
                 PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                         UNTIL WS-FAC-IDX > 50
                    MOVE WS-SEP-NUMERO TO SEP-NUM
                    MOVE WS-FAC-IDX TO SEP-LIN
                    READ SEPARES
                       KEY IS SEP-CLAVE
                       INVALID KEY
                          MOVE 51 TO WS-FAC-IDX
                       NOT INVALID KEY
                          ADD 1 TO WS-FAC-LCNT
                          MOVE SEP-CODART
                             TO WS-FAC-T-CODART(WS-FAC-LCNT)
                          MOVE SPACES
                             TO WS-FAC-T-SUSTDE(WS-FAC-LCNT)
                          MOVE SPACES
                             TO WS-FAC-T-SINSTK(WS-FAC-LCNT)
                          MOVE SEP-DESCART
                             TO WS-FAC-T-DESCART(WS-FAC-LCNT)
                          MOVE SEP-CANT
                             TO WS-FAC-T-CANT(WS-FAC-LCNT)
                          MOVE SEP-VRUNIT
                             TO WS-FAC-T-VRUNIT(WS-FAC-LCNT)
                          MOVE SEP-LINTOT
                             TO WS-FAC-T-TOTAL(WS-FAC-LCNT)
                          MOVE SEP-TAXCLASS
                             TO WS-FAC-T-TAXCLASS(WS-FAC-LCNT)
                          MOVE SPACES
                             TO WS-FAC-T-LISTA(WS-FAC-LCNT)
                          MOVE SPACES
                             TO WS-FAC-T-PROMO(WS-FAC-LCNT)
                          MOVE SEP-COSTO
                             TO WS-FAC-T-COSTO(WS-FAC-LCNT)
                          MOVE SEP-VRUNIT
                             TO WS-FAC-T-PBASE(WS-FAC-LCNT)
                          MOVE 0 TO WS-FAC-T-DSCLIN(WS-FAC-LCNT)
                          MOVE 0 TO WS-FAC-T-DSCFAC(WS-FAC-LCNT)
                          MOVE 0 TO WS-FAC-T-DSCEFE(WS-FAC-LCNT)
                          MOVE SPACES TO WS-FAC-T-PTIPO(WS-FAC-LCNT)
                          MOVE SPACES TO WS-FAC-T-PAUT(WS-FAC-LCNT)
                          ADD SEP-LINTOT TO WS-V-FAC-TOTAL
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           CLOSE SEPARES
           IF WS-SEP-FOUND = 0 THEN
              DISPLAY WS-MSG-FASX LINE 24 COL 01
              GO TO 0100-INV-SEPARE-FIN
           END-IF
           IF WS-SEP-FOUND = 2 THEN
              DISPLAY WS-MSG-FASS LINE 24 COL 01
              GO TO 0100-INV-SEPARE-FIN
           END-IF
           PERFORM 0100-DISP-HEADS
           PERFORM 0100-GET-NEXT-NUM
           MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
           DISPLAY WS-LB-FANUM LINE 06 COL 01
           DISPLAY WS-FAC-NUM-ED LINE 06 COL 14
           PERFORM 0100-RELOAD-CLIENTE
           DISPLAY WS-FAC-CLIENTE LINE 07 COL 32
           PERFORM 0100-GET-VENDEDOR
           PERFORM 0100-GET-ENTREGA
           MOVE 11 TO WS-ROWCTRL
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              DISPLAY WS-FAC-T-CODART(WS-FAC-IDX)
                 LINE WS-ROWCTRL COL 02
              DISPLAY WS-FAC-T-DESCART(WS-FAC-IDX)
                 LINE WS-ROWCTRL COL 13
              DISPLAY WS-FAC-T-CANT(WS-FAC-IDX)
                 LINE WS-ROWCTRL COL 50
              DISPLAY WS-FAC-T-TOTAL(WS-FAC-IDX)
                 LINE WS-ROWCTRL COL 70
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           MOVE 0 TO WS-FAC-WRT-OK
           SET WS-FAC-PREPAGO TO 1
           MOVE SPACES TO WS-FAC-SEGUIM
           STRING 'SEP' WS-SEP-NUMERO DELIMITED BY SIZE
           INTO WS-FAC-SEGUIM
           PERFORM 0100-CONFIRM-POST
           SET WS-FAC-PREPAGO TO 0
           IF WS-FAC-WRT-OK = 1 THEN
              PERFORM 0100-CLOSE-SEPARE
              PERFORM 0100-FAC-BIT-SEGUIM
           END-IF
           MOVE SPACES TO WS-FAC-SEGUIM.
       0100-INV-SEPARE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-INVOICE-SERVICIO : Invoices the parts and labor of an
      *    out-of-warranty service order of SERVIC01 once the unit is
      *    repaired, returned or replaced. The parts already left stock
      *    when issued to the repair, so no line is discounted again;
      *    the invoice number is kept on the order.
      *-----------------------------------------------------------------
       0100-INVOICE-SERVICIO.
           DISPLAY WS-MSG-FAOS LINE 06 COL 01
           MOVE 0 TO WS-SVC-NUMERO
           ACCEPT WS-SVC-NUMERO LINE 06 COL 45
           SET WS-SVC-FOUND TO 0
           MOVE 0 TO WS-FAC-LCNT
           MOVE 0 TO WS-V-FAC-TOTAL
           OPEN INPUT SERVICIO
           IF WS-SVC-STATUS = '00' THEN
              MOVE WS-SVC-NUMERO TO SVC-NUM
              MOVE 0 TO SVC-LIN
              READ SERVICIO
                 KEY IS SVC-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SVC-SIN-GARANTIA AND SVC-FACTURA = 0 THEN
                       SET WS-SVC-FOUND TO 2
                       IF SVC-EST-REPARADA OR SVC-EST-ENTREGADA
                       OR SVC-EST-CAMBIADA THEN
                          SET WS-SVC-FOUND TO 1
                          MOVE SVC-CLIENTE TO WS-FAC-CLIENTE
                       END-IF
                    END-IF
              END-READ
              IF WS-SVC-FOUND = 1 THEN
                 PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                         UNTIL WS-FAC-IDX > 50
                    MOVE WS-SVC-NUMERO TO SVC-NUM
                    MOVE WS-FAC-IDX TO SVC-LIN
                    READ SERVICIO
                       KEY IS SVC-CLAVE
                       INVALID KEY
                          MOVE 51 TO WS-FAC-IDX
                       NOT INVALID KEY
                          PERFORM 0100-LOAD-SVC-LINE
                    END-READ
                 END-PERFORM
              END-IF
           END-IF
           CLOSE SERVICIO
           IF WS-SVC-FOUND = 0 THEN
              DISPLAY WS-MSG-FAOX LINE 24 COL 01
              GO TO 0100-INV-SERVICIO-FIN
           END-IF
           IF WS-SVC-FOUND = 2 THEN
              DISPLAY WS-MSG-FAOE LINE 24 COL 01
              GO TO 0100-INV-SERVICIO-FIN
           END-IF
           PERFORM 0100-DISP-HEADS
           PERFORM 0100-GET-NEXT-NUM
           MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
           DISPLAY WS-LB-FANUM LINE 06 COL 01
           DISPLAY WS-FAC-NUM-ED LINE 06 COL 14
           PERFORM 0100-RELOAD-CLIENTE
           DISPLAY WS-FAC-CLIENTE LINE 07 COL 32
           PERFORM 0100-GET-VENDEDOR
           PERFORM 0100-GET-ENTREGA
           MOVE 11 TO WS-ROWCTRL
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              DISPLAY WS-FAC-T-CODART(WS-FAC-IDX)
                 LINE WS-ROWCTRL COL 02
              DISPLAY WS-FAC-T-DESCART(WS-FAC-IDX)
                 LINE WS-ROWCTRL COL 13
              DISPLAY WS-FAC-T-CANT(WS-FAC-IDX)
                 LINE WS-ROWCTRL COL 50
              DISPLAY WS-FAC-T-TOTAL(WS-FAC-IDX)
                 LINE WS-ROWCTRL COL 70
              ADD 1 TO WS-ROWCTRL
           END-PERFORM
           MOVE 0 TO WS-FAC-WRT-OK
           MOVE SPACES TO WS-FAC-SEGUIM
           STRING 'SVC' WS-SVC-NUMERO DELIMITED BY SIZE
           INTO WS-FAC-SEGUIM
           PERFORM 0100-CONFIRM-POST
           IF WS-FAC-WRT-OK = 1 THEN
              PERFORM 0100-STAMP-SERVICIO
              PERFORM 0100-FAC-BIT-SEGUIM
           END-IF
           MOVE SPACES TO WS-FAC-SEGUIM.
       0100-INV-SERVICIO-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-STAMP-SERVICIO : Keeps the invoice number on the
      *    service order it billed.
      *-----------------------------------------------------------------
       0100-STAMP-SERVICIO.
           OPEN I-O SERVICIO
           MOVE WS-SVC-NUMERO TO SVC-NUM
           MOVE 0 TO SVC-LIN
           READ SERVICIO
              KEY IS SVC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-FAC-NUM TO SVC-FACTURA
                 REWRITE SVC-REG
           END-READ
           CLOSE SERVICIO
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-LOAD-SVC-LINE : The charge in SVC-REG as an invoice
      *    line that does not move stock.
      *-----------------------------------------------------------------
       0100-LOAD-SVC-LINE.
           ADD 1 TO WS-FAC-LCNT
           COMPUTE WS-V-FAC-LINTOT ROUNDED = SVC-CANT * SVC-VRUNIT
           MOVE SVC-REPUESTO TO WS-FAC-T-CODART(WS-FAC-LCNT)
           MOVE SPACES TO WS-FAC-T-SUSTDE(WS-FAC-LCNT)
           MOVE 'S' TO WS-FAC-T-SINSTK(WS-FAC-LCNT)
           MOVE SVC-DESC TO WS-FAC-T-DESCART(WS-FAC-LCNT)
           MOVE SVC-CANT TO WS-FAC-T-CANT(WS-FAC-LCNT)
           MOVE SVC-VRUNIT TO WS-FAC-T-VRUNIT(WS-FAC-LCNT)
           MOVE WS-V-FAC-LINTOT TO WS-FAC-T-TOTAL(WS-FAC-LCNT)
           MOVE SVC-TAXCLASS TO WS-FAC-T-TAXCLASS(WS-FAC-LCNT)
           MOVE SPACES TO WS-FAC-T-LISTA(WS-FAC-LCNT)
           MOVE SPACES TO WS-FAC-T-PROMO(WS-FAC-LCNT)
           MOVE SVC-COSTO TO WS-FAC-T-COSTO(WS-FAC-LCNT)
           MOVE SVC-VRUNIT TO WS-FAC-T-PBASE(WS-FAC-LCNT)
           MOVE 0 TO WS-FAC-T-DSCLIN(WS-FAC-LCNT)
           MOVE 0 TO WS-FAC-T-DSCFAC(WS-FAC-LCNT)
           MOVE 0 TO WS-FAC-T-DSCEFE(WS-FAC-LCNT)
           MOVE SPACES TO WS-FAC-T-PTIPO(WS-FAC-LCNT)
           MOVE SPACES TO WS-FAC-T-PAUT(WS-FAC-LCNT)
           ADD WS-V-FAC-LINTOT TO WS-V-FAC-TOTAL
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CLOSE-SEPARE : Once the layaway is invoiced its
      *    reservations are consumed (the invoice already took the
      *    stock out of CANT), the invoice item of CARTERA.DAT is
      *    settled by the deposits and the layaway is marked invoiced.
      *-----------------------------------------------------------------
       0100-CLOSE-SEPARE.
           OPEN I-O SEPARES
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              MOVE WS-SEP-NUMERO TO SEP-NUM
              MOVE WS-FAC-IDX TO SEP-LIN
              READ SEPARES
                 KEY IS SEP-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 0100-RELEASE-SEP-RSV
              END-READ
           END-PERFORM
           MOVE WS-SEP-NUMERO TO SEP-NUM
           MOVE 0 TO SEP-LIN
           READ SEPARES
              KEY IS SEP-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET SEP-EST-FACTURADO TO TRUE
                 MOVE WS-FAC-NUM TO SEP-FACTURA
                 MOVE WS-FAC-FECHA TO SEP-FESTADO
                 REWRITE SEP-REG
           END-READ
           CLOSE SEPARES
           OPEN I-O CARTERA
           MOVE WS-FAC-CLIENTE TO CXC-CLIENTE
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE WS-FAC-NUM TO CXC-NUM
           READ CARTERA
              KEY IS CXC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CXC-VALOR TO CXC-ABONADO
                 SET CXC-EST-SALDADA TO TRUE
                 REWRITE CXC-REG
           END-READ
           CLOSE CARTERA
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-RELEASE-SEP-RSV : Closes the reservation of the layaway
      *    line in SEP-REG and lowers CANT-COMP by its quantity.
      *-----------------------------------------------------------------
       0100-RELEASE-SEP-RSV.
           SET WS-SEP-FOUND TO 0
           OPEN I-O RESERVAS
           MOVE SEP-CODART TO RSV-CODART
           MOVE SEP-RSVSEQ TO RSV-SEQ
           READ RESERVAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RSV-EST-ACTIVA THEN
                    SET WS-SEP-FOUND TO 1
                    MOVE RSV-CANT TO WS-V-SEP-RSVCANT
                    SET RSV-EST-LIBERADA TO TRUE
                    REWRITE RSV-REG
                 END-IF
           END-READ
           CLOSE RESERVAS
           IF WS-SEP-FOUND = 1 THEN
              OPEN I-O INVENTARIO
              MOVE SEP-CODART TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CANT-COMP TO WS-V-CANT-COMP
                    IF WS-V-CANT-COMP > WS-V-SEP-RSVCANT THEN
                       SUBTRACT WS-V-SEP-RSVCANT FROM WS-V-CANT-COMP
                    ELSE
                       MOVE 0 TO WS-V-CANT-COMP
                    END-IF
                    MOVE WS-V-CANT-COMP TO CANT-COMP
                    REWRITE INVENT-REG
              END-READ
              CLOSE INVENTARIO
              MOVE SEP-CODART TO WS-CODART
              MOVE 'RESERV-LIB' TO WS-MOV-TIPO
              MOVE 0 TO WS-MOV-CANT
              MOVE '1' TO WS-MOV-ALM
              MOVE WS-V-SEP-RSVCANT TO WS-MOV-SALDO
              MOVE SPACES TO WS-MOV-REF
              STRING 'SEPARE ' WS-SEP-NUM-ED ' FAC'
              DELIMITED BY SIZE INTO WS-MOV-REF
              PERFORM 0100-WRITE-MOV-REC
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DROP-PARKED : Removes the resumed ticket's records
      *    from the park, only once the invoice is safely posted or
      *    the ticket was re-parked under another code.
      *-----------------------------------------------------------------
       0100-RELOAD-CLIENTE.
           MOVE 0 TO WS-V-CLI-SALDO
           MOVE SPACES TO WS-FAC-MONEDA
           MOVE 0 TO WS-V-CLI-CUPO
           MOVE 'GENERL' TO WS-FAC-LISTA
           OPEN INPUT CLIENTES
                    MOVE CLI-SALDO TO WS-V-CLI-SALDO
                    MOVE CLI-CUPO TO WS-V-CLI-CUPO
                    MOVE CLI-LISTA TO WS-FAC-LISTA
                    MOVE CLI-MONEDA TO WS-FAC-MONEDA
                    IF WS-FAC-LISTA = SPACES THEN
                       MOVE 'GENERL' TO WS-FAC-LISTA
                    END-IF
      *-----------------------------------------------------------------
       0100-GET-CLIENTE.
           SET WS-CLI-FOUND TO 0
           MOVE SPACES TO WS-FAC-MONEDA
           MOVE SPACES TO WS-FAC-CLIENTE
           DISPLAY WS-MSG-FACL LINE 07 COL 01
           ACCEPT WS-FAC-CLIENTE LINE 07 COL 60
                          MOVE CLI-SALDO TO WS-V-CLI-SALDO
                          MOVE CLI-CUPO TO WS-V-CLI-CUPO
                          MOVE CLI-LISTA TO WS-FAC-LISTA
                          MOVE CLI-MONEDA TO WS-FAC-MONEDA
                          IF WS-FAC-LISTA = SPACES THEN
                             MOVE 'GENERL' TO WS-FAC-LISTA
                          END-IF
      *    always see what the customer owes.
      *-----------------------------------------------------------------
       0100-POST-CLI-SALDO.
           MOVE WS-PAR-PLAZO TO WS-VEN-PLAZO
           OPEN I-O CLIENTES
           MOVE WS-FAC-CLIENTE TO CLI-ID
           READ CLIENTES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 30 TO WS-BIT-PASO
                 MOVE 0 TO WS-BIT-LINEA
                 SET WS-BIT-EST-INI TO TRUE
                 MOVE CLI-SALDO TO WS-V-BIT-ANTES
                 PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                 ADD WS-V-FAC-TOTAL TO CLI-SALDO
                 REWRITE REG-CLIENTE
                 PERFORM 0100-CLI-PLAZO
           END-READ
           CLOSE CLIENTES
           MOVE 30 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-POST-CXC-ITEM : Opens the posted invoice as an open
      *    item in CARTERA.DAT, so the receivable stays tied to its
      *    FAC-NUM until the payments applied against it cover it,
      *    stamped with its due date from the customer's terms.
      *-----------------------------------------------------------------
       0100-POST-CXC-ITEM.
           OPEN I-O CARTERA
           SET CXC-TIPO-FACTURA TO TRUE
           MOVE WS-FAC-NUM TO CXC-NUM
           MOVE WS-DATETIME(1:8) TO CXC-FECHA
           MOVE WS-DATETIME(1:8) TO WS-VEN-FECHA
           PERFORM 0100-CALC-VENCE
           MOVE WS-VEN-FVENCE TO CXC-FVENCE
           MOVE WS-V-FAC-TOTAL TO CXC-VALOR
           MOVE 0 TO CXC-ABONADO
           SET CXC-EST-ABIERTA TO TRUE
           MOVE WS-FAC-MONEDA TO CXC-MONEDA
           WRITE CXC-REG
              INVALID KEY
                 CONTINUE
           END-WRITE
           CLOSE CARTERA
      *    THE FOREIGN-CURRENCY SIDE OF THE ITEM, UNDER THE SAME KEY.
           IF WS-FAC-MONEDA NOT = SPACES THEN
              OPEN I-O CXCME
              MOVE SPACES TO CXM-REG
              MOVE CXC-CLAVE TO CXM-CLAVE
              MOVE WS-FAC-MONEDA TO CXM-MONEDA
              MOVE WS-V-TASA TO CXM-TASA
              MOVE WS-V-FAC-TOTME TO CXM-VALOR
              MOVE 0 TO CXM-ABONADO
              WRITE CXM-REG
                 INVALID KEY
                    CONTINUE
              END-WRITE
              CLOSE CXCME
           END-IF
           MOVE 40 TO WS-BIT-PASO
           MOVE 0 TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INVENTARIO
           IF WS-FAC-FOUND = 0 THEN
              PERFORM 0100-FIND-XREF-ARTICLE
           END-IF.
       0100-FIND-ARTICLE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FIND-XREF-ARTICLE : A code retired by a renumbering or
      *    merge is still accepted during its transition period and
      *    resolves to the article that replaced it.
      *-----------------------------------------------------------------
       0100-FIND-XREF-ARTICLE.
           MOVE WS-FAC-ENTRY(1:10) TO WS-XRF-CODIGO
           PERFORM 0100-CHECK-XREF THRU 0100-CHECK-XREF-FIN
           IF WS-XRF-OK = 1 THEN
              OPEN INPUT INVENTARIO
              MOVE WS-XRF-NUEVO TO CODART
              READ INVENTARIO
                 KEY IS CODART
                 INVALID KEY
                    SET WS-FAC-FOUND TO 0
                 NOT INVALID KEY
                    IF ACTFLAG-ACTIVE THEN
                       SET WS-FAC-FOUND TO 1
                       DISPLAY WS-MSG-XRFR LINE 24 COL 01
                       DISPLAY WS-XRF-NUEVO LINE 24 COL 57
                    END-IF
              END-READ
              CLOSE INVENTARIO
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-GET-LINE-DATA : Captures quantity and price for the
      *    article already read into INVENT-REG, checks the stock in
      *    Almacen Principal, passes the price control and adds the
      *    line to the invoice table.
      *-----------------------------------------------------------------
       0100-GET-LINE-DATA.
           SET WS-FAC-DSC-OK TO 0
           MOVE CODART TO WS-CODART
           MOVE DESCART TO WS-DESCART
           DISPLAY DESCART LINE 09 COL 01
           IF WS-V-FAC-QTY > WS-V-DISPON THEN
              PERFORM 0100-TRY-ASSEMBLE
           END-IF
           SET WS-SUB-ELEGIDO TO 0
           IF WS-V-FAC-QTY > WS-V-DISPON THEN
              DISPLAY WS-MSG-FANS LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              PERFORM 0100-SUB-OFFER THRU 0100-SUB-OFFER-FIN
           END-IF
           IF WS-V-FAC-QTY > WS-V-DISPON THEN
              MOVE 'P' TO SSL-TIPO
              MOVE WS-CODART TO SSL-CODART
              MOVE SPACES TO SSL-SUSTITUTO
              MOVE WS-V-FAC-QTY TO SSL-CANT
              COMPUTE SSL-VALOR ROUNDED = WS-V-FAC-QTY * WS-V-VRUNIT
              PERFORM 0100-SUB-LOG
              PERFORM 0100-FAC-ATP
           ELSE
              PERFORM 0100-LIST-PRICE
              IF WS-LPR-FOUND = 1 THEN
              MOVE WS-ZERO TO WS-FAC-PRICE
              ACCEPT WS-FAC-PRICE LINE 10 COL 78
              MOVE WS-FAC-PRICE TO WS-V-FAC-PRICE
              EVALUATE TRUE
                 WHEN WS-PMO-FLG = 1
                    MOVE WS-V-PMO-PRECIO TO WS-V-FAC-PBASE
                 WHEN WS-LPR-FOUND = 1
                    MOVE WS-V-LPR-PRECIO TO WS-V-FAC-PBASE
                 WHEN OTHER
                    MOVE WS-V-VRUNIT TO WS-V-FAC-PBASE
              END-EVALUATE
              IF WS-SUB-ELEGIDO = 1 THEN
                 PERFORM 0100-SUB-PRICE-RULE
              END-IF
              IF WS-V-FAC-PRICE = 0 THEN
                 MOVE WS-V-FAC-PBASE TO WS-V-FAC-PRICE
              END-IF
              MOVE AVGCOST TO WS-V-AVGCOST
              IF WS-V-AVGCOST = 0 THEN
                 MOVE STDCOST TO WS-V-AVGCOST
              END-IF
              PERFORM 0100-PRICE-CONTROL THRU 0100-PRICE-CONTROL-FIN
           END-IF
           IF WS-FAC-DSC-OK = 1 THEN
              PERFORM 0100-ADD-FAC-LINE
              IF WS-SUB-ELEGIDO = 1 THEN
                 MOVE WS-SUB-ORIG TO WS-FAC-T-SUSTDE(WS-FAC-LCNT)
              END-IF
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUB-OFFER : For a line short of stock, offers one by
      *    one, in ranking order, the substitutes of SUSTIT.DAT with
      *    stock for the whole quantity, showing price and available
      *    stock. The one taken replaces the article in INVENT-REG and
      *    the line goes on with it; WS-SUB-ELEGIDO ends 1.
      *-----------------------------------------------------------------
       0100-SUB-OFFER.
           MOVE WS-CODART TO WS-SUB-ORIG
           MOVE WS-V-VRUNIT TO WS-V-SUB-PORIG
           MOVE 0 TO WS-SUB-CNT
           MOVE 0 TO WS-SUB-OFRECE
           OPEN INPUT SUSTIT
           IF WS-SUS-STATUS NOT = '00' THEN
              CLOSE SUSTIT
              GO TO 0100-SUB-OFFER-FIN
           END-IF
           MOVE WS-SUB-ORIG TO SUS-CODART
           MOVE 0 TO SUS-RANGO
           SET WS-END-FILE TO 0
           START SUSTIT KEY IS NOT LESS THAN SUS-CLAVE
              INVALID KEY
                 SET WS-END-FILE TO 1
           END-START
           PERFORM UNTIL WS-END-FILE = 1
              READ SUSTIT NEXT RECORD
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    IF SUS-CODART NOT = WS-SUB-ORIG
                    OR WS-SUB-CNT NOT < 20 THEN
                       SET WS-END-FILE TO 1
                    ELSE
                       ADD 1 TO WS-SUB-CNT
                       MOVE SUS-SUSTITUTO
                          TO WS-SUB-T-CODART(WS-SUB-CNT)
                       MOVE SUS-TIPO TO WS-SUB-T-TIPO(WS-SUB-CNT)
                       MOVE SUS-REGLA TO WS-SUB-T-REGLA(WS-SUB-CNT)
                       MOVE SUS-PCT TO WS-SUB-T-PCT(WS-SUB-CNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SUSTIT
           IF WS-SUB-CNT = 0 THEN
              GO TO 0100-SUB-OFFER-FIN
           END-IF
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-CNT
                   OR WS-SUB-ELEGIDO = 1
              PERFORM 0100-SUB-SHOW-ONE THRU 0100-SUB-SHOW-ONE-FIN
           END-PERFORM
           IF WS-SUB-OFRECE = 0 THEN
              DISPLAY WS-MSG-FASZ LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
           END-IF.
       0100-SUB-OFFER-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUB-SHOW-ONE : Offers substitute WS-SUB-IDX when it is
      *    active, sellable and has the quantity available in Almacen
      *    Principal after what the invoice already takes of it.
      *-----------------------------------------------------------------
       0100-SUB-SHOW-ONE.
           SET WS-SUB-HAY TO 0
           OPEN INPUT INVENTARIO
           MOVE WS-SUB-T-CODART(WS-SUB-IDX) TO CODART
           READ INVENTARIO
              KEY IS CODART
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ACTFLAG-ACTIVE THEN
                    SET WS-SUB-HAY TO 1
                 END-IF
           END-READ
           CLOSE INVENTARIO
           IF WS-SUB-HAY = 0 THEN
              GO TO 0100-SUB-SHOW-ONE-FIN
           END-IF
           PERFORM 0100-ESA-VENTA THRU 0100-ESA-VENTA-FIN
           IF WS-ESA-VENDE = 0 THEN
              GO TO 0100-SUB-SHOW-ONE-FIN
           END-IF
           MOVE CANT-ALM1 TO WS-V-SUB-DISP
           MOVE CANT-COMP TO WS-V-CANT-COMP
           SUBTRACT WS-V-CANT-COMP FROM WS-V-SUB-DISP
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              IF WS-FAC-T-CODART(WS-FAC-IDX) = CODART THEN
                 MOVE WS-FAC-T-CANT(WS-FAC-IDX) TO WS-V-SUB-LQTY
                 SUBTRACT WS-V-SUB-LQTY FROM WS-V-SUB-DISP
              END-IF
           END-PERFORM
           IF WS-V-SUB-DISP < WS-V-FAC-QTY THEN
              GO TO 0100-SUB-SHOW-ONE-FIN
           END-IF
           ADD 1 TO WS-SUB-OFRECE
           MOVE WS-SUB-T-REGLA(WS-SUB-IDX) TO WS-SUB-REGLA
           MOVE WS-SUB-T-PCT(WS-SUB-IDX) TO WS-V-SUB-PCT
           MOVE VRUNIT TO WS-V-SUB-PRECIO
           PERFORM 0100-SUB-RULE-PRICE
           MOVE WS-V-SUB-PRECIO TO WS-SUB-PRECIO-ED
           MOVE WS-V-SUB-DISP TO WS-SUB-DISP-ED
           DISPLAY WS-LB-FASB LINE 22 COL 01
           DISPLAY CODART LINE 22 COL 12
           DISPLAY DESCART(1:25) LINE 22 COL 23
           DISPLAY WS-SUB-PRECIO-ED LINE 22 COL 49
           DISPLAY WS-LB-FASD LINE 22 COL 58
           DISPLAY WS-SUB-DISP-ED LINE 22 COL 64
           IF WS-SUB-T-TIPO(WS-SUB-IDX) = 'M' THEN
              DISPLAY 'MEJORA' LINE 22 COL 74
           ELSE
              DISPLAY 'EQUIV.' LINE 22 COL 74
           END-IF
           DISPLAY WS-MSG-FASQ LINE 24 COL 01
           MOVE SPACES TO WS-OPTX
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           DISPLAY WS-SPC LINE 24 COL 01
           DISPLAY WS-SPC LINE 22 COL 01
           IF WS-OPTX NOT = 'S' AND WS-OPTX NOT = 's' THEN
              GO TO 0100-SUB-SHOW-ONE-FIN
           END-IF
           SET WS-SUB-ELEGIDO TO 1
           MOVE CODART TO WS-CODART
           MOVE DESCART TO WS-DESCART
           DISPLAY WS-SPC LINE 09 COL 01
           DISPLAY DESCART LINE 09 COL 01
           DISPLAY VRUNIT LINE 09 COL 40
           DISPLAY CANT-ALM1 LINE 09 COL 52
           MOVE VRUNIT TO WS-V-VRUNIT
           MOVE CANT-ALM1 TO WS-V-CANT-ALM1
           MOVE WS-V-SUB-DISP TO WS-V-DISPON.
       0100-SUB-SHOW-ONE-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUB-RULE-PRICE : Price rule of the substitute over
      *    WS-V-SUB-PRECIO: the price of the original article ('O') or
      *    a percent off its own price ('D').
      *-----------------------------------------------------------------
       0100-SUB-RULE-PRICE.
           EVALUATE WS-SUB-REGLA
              WHEN 'O'
                 MOVE WS-V-SUB-PORIG TO WS-V-SUB-PRECIO
              WHEN 'D'
                 COMPUTE WS-V-SUB-PRECIO ROUNDED =
                    WS-V-SUB-PRECIO * (100 - WS-V-SUB-PCT) / 100
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUB-PRICE-RULE : The base price of a line taken by a
      *    substitute follows the price rule of the substitution.
      *-----------------------------------------------------------------
       0100-SUB-PRICE-RULE.
           IF WS-SUB-REGLA NOT = SPACE THEN
              MOVE WS-V-FAC-PBASE TO WS-V-SUB-PRECIO
              PERFORM 0100-SUB-RULE-PRICE
              MOVE WS-V-SUB-PRECIO TO WS-V-FAC-PBASE
              MOVE WS-V-FAC-PBASE TO WS-VRUNIT
              DISPLAY WS-VRUNIT LINE 09 COL 40
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SUB-LOG : Appends the SSL-REG prepared by the caller
      *    (type, articles, quantity and value) to SUSTLOG.DAT.
      *-----------------------------------------------------------------
       0100-SUB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-SUB-AHORA
           MOVE WS-SUB-AHORA(1:8) TO SSL-FECHA
           MOVE WS-SUB-AHORA(9:6) TO SSL-HORA
           MOVE WS-FAC-NUM TO SSL-FACTURA
           MOVE WS-OPERATOR-ID TO SSL-OPERADOR
           OPEN EXTEND SUSTLOG
           WRITE SSL-REG
           CLOSE SUSTLOG
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-FAC-ATP : For a line rejected for stock, the earliest
      *    date ATP01 can promise the quantity (plus what the invoice
      *    already takes of the article) in Almacen Principal.
      *-----------------------------------------------------------------
       0100-FAC-ATP.
           INITIALIZE WS-LNK-ATP
           MOVE 'C' TO WS-LNK-ATP-MODO
           MOVE WS-CODART TO WS-LNK-ATP-CODART
           MOVE '01' TO WS-LNK-ATP-ALM
           COMPUTE WS-LNK-ATP-CANT = WS-V-FAC-QTY + WS-V-FAC-PEND
           CALL 'ATP01' USING LNK-OPERATOR WS-LNK-ATP
           IF WS-LNK-ATP-FECHA = SPACES THEN
              DISPLAY WS-MSG-FAAN LINE 24 COL 01
           ELSE
              DISPLAY WS-MSG-FAAP LINE 24 COL 01
              DISPLAY WS-LNK-ATP-FECHA LINE 24 COL 48
           END-IF
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           DISPLAY WS-SPC LINE 24 COL 01
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-PRICE-CONTROL : Takes the line discount over the price
      *    keyed (or defaulted) and checks the net price: never under
      *    the average cost, and a discount over the default price
      *    beyond the limit of the operator's role only with the
      *    signature of a supervisor. WS-FAC-DSC-OK ends 1 when the
      *    line may be added.
      *-----------------------------------------------------------------
       0100-PRICE-CONTROL.
           SET WS-FAC-DSC-OK TO 0
           MOVE SPACES TO WS-FAC-PTIPO
           MOVE SPACES TO WS-FAC-PAUT
           MOVE 0 TO WS-V-FAC-DSCEFE
           IF WS-V-FAC-PRICE NOT = WS-V-FAC-PBASE THEN
              MOVE 'P' TO WS-FAC-PTIPO
           END-IF
           DISPLAY WS-MSG-FADL LINE 22 COL 01
           MOVE 0 TO WS-FAC-DSCTO
           ACCEPT WS-FAC-DSCTO LINE 22 COL 51
           MOVE WS-FAC-DSCTO TO WS-V-FAC-DSCLIN
           DISPLAY WS-SPC LINE 22 COL 01
           IF WS-V-FAC-DSCLIN > 100 THEN
              DISPLAY WS-MSG-FADX LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-PRICE-CONTROL-FIN
           END-IF
           IF WS-V-FAC-DSCLIN > 0 THEN
              COMPUTE WS-V-FAC-PRICE ROUNDED =
                 WS-V-FAC-PRICE * (100 - WS-V-FAC-DSCLIN) / 100
              IF WS-FAC-PTIPO = SPACES THEN
                 MOVE 'D' TO WS-FAC-PTIPO
              END-IF
           END-IF
           IF WS-V-FAC-PRICE < WS-V-AVGCOST THEN
              DISPLAY WS-MSG-FABC LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              DISPLAY WS-SPC LINE 24 COL 01
              GO TO 0100-PRICE-CONTROL-FIN
           END-IF
           IF WS-V-FAC-PBASE > 0
           AND WS-V-FAC-PRICE < WS-V-FAC-PBASE THEN
              COMPUTE WS-V-FAC-DSCEFE ROUNDED =
                 (WS-V-FAC-PBASE - WS-V-FAC-PRICE) * 100
                 / WS-V-FAC-PBASE
           END-IF
           PERFORM 0100-DSCTO-LIMIT
           IF WS-V-FAC-DSCEFE > WS-V-FAC-DSCMAX THEN
              DISPLAY WS-MSG-FADS LINE 24 COL 01
              PERFORM 0100-SUPERVISOR-SIGN
              IF WS-SGN-OK = 0 THEN
                 GO TO 0100-PRICE-CONTROL-FIN
              END-IF
              MOVE WS-SGN-ID TO WS-FAC-PAUT
           END-IF
           SET WS-FAC-DSC-OK TO 1.
       0100-PRICE-CONTROL-FIN.
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DSCTO-LIMIT : Maximum discount over the default price
      *    the role of the session operator may give unsigned.
      *-----------------------------------------------------------------
       0100-DSCTO-LIMIT.
           IF WS-ROLE-SUPERVISOR THEN
              MOVE WS-PAR-DSCSUP TO WS-V-FAC-DSCMAX
           ELSE
              MOVE WS-PAR-DSCOPE TO WS-V-FAC-DSCMAX
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-ADD-FAC-LINE : Adds the accepted line to the invoice
      *    table with its price exception and shows it on screen.
      *-----------------------------------------------------------------
       0100-ADD-FAC-LINE.
           COMPUTE WS-V-FAC-LINTOT =
              WS-V-FAC-QTY * WS-V-FAC-PRICE
           ADD WS-V-FAC-LINTOT TO WS-V-FAC-TOTAL
           ADD 1 TO WS-FAC-LCNT
           MOVE WS-CODART TO WS-FAC-T-CODART(WS-FAC-LCNT)
           MOVE SPACES TO WS-FAC-T-SUSTDE(WS-FAC-LCNT)
           MOVE SPACES TO WS-FAC-T-SINSTK(WS-FAC-LCNT)
           MOVE WS-DESCART TO WS-FAC-T-DESCART(WS-FAC-LCNT)
           MOVE WS-V-FAC-QTY TO WS-FAC-T-CANT(WS-FAC-LCNT)
           MOVE WS-V-FAC-PRICE TO WS-FAC-T-VRUNIT(WS-FAC-LCNT)
           MOVE WS-V-FAC-LINTOT TO WS-FAC-T-TOTAL(WS-FAC-LCNT)
           MOVE TAXCLASS TO WS-FAC-T-TAXCLASS(WS-FAC-LCNT)
           MOVE WS-V-AVGCOST TO WS-FAC-T-COSTO(WS-FAC-LCNT)
           MOVE WS-V-FAC-PBASE TO WS-FAC-T-PBASE(WS-FAC-LCNT)
           MOVE WS-V-FAC-DSCLIN TO WS-FAC-T-DSCLIN(WS-FAC-LCNT)
           MOVE 0 TO WS-FAC-T-DSCFAC(WS-FAC-LCNT)
           MOVE WS-V-FAC-DSCEFE TO WS-FAC-T-DSCEFE(WS-FAC-LCNT)
           MOVE WS-FAC-PTIPO TO WS-FAC-T-PTIPO(WS-FAC-LCNT)
           MOVE WS-FAC-PAUT TO WS-FAC-T-PAUT(WS-FAC-LCNT)
           IF WS-LPR-FOUND = 1 AND WS-FAC-PTIPO NOT = 'P'
           AND WS-V-FAC-PBASE = WS-V-LPR-PRECIO THEN
              MOVE WS-FAC-LISTA TO WS-FAC-T-LISTA(WS-FAC-LCNT)
           ELSE
              MOVE SPACES TO WS-FAC-T-LISTA(WS-FAC-LCNT)
           END-IF
           IF WS-PMO-FLG = 1 AND WS-FAC-PTIPO NOT = 'P'
           AND WS-V-FAC-PBASE = WS-V-PMO-PRECIO THEN
              MOVE WS-PMO-ID TO WS-FAC-T-PROMO(WS-FAC-LCNT)
           ELSE
              MOVE SPACES TO WS-FAC-T-PROMO(WS-FAC-LCNT)
           END-IF
           DISPLAY WS-FAC-T-CODART(WS-FAC-LCNT)
              LINE WS-ROWCTRL COL 02
           DISPLAY WS-FAC-T-DESCART(WS-FAC-LCNT)
              LINE WS-ROWCTRL COL 13
           DISPLAY WS-FAC-T-CANT(WS-FAC-LCNT)
              LINE WS-ROWCTRL COL 50
           DISPLAY WS-FAC-T-VRUNIT(WS-FAC-LCNT)
              LINE WS-ROWCTRL COL 60
           DISPLAY WS-FAC-T-TOTAL(WS-FAC-LCNT)
              LINE WS-ROWCTRL COL 70
           ADD 1 TO WS-ROWCTRL
           MOVE WS-V-FAC-TOTAL TO WS-FAC-TOTAL
           DISPLAY WS-LB-FATOT LINE 21 COL 01
           DISPLAY WS-FAC-TOTAL LINE 21 COL 16
           EXIT.
      *
      *-----------------------------------------------------------------
                 SET WS-FAC-WRT-OK TO 0
           END-WRITE
           IF WS-FAC-WRT-OK = 1
           AND WS-FAC-STATUS NOT = '00'
           AND WS-FAC-STATUS NOT = '02' THEN
              SET WS-FAC-WRT-OK TO 0
           END-IF
           IF WS-FAC-WRT-OK = 1 THEN
                 MOVE WS-FAC-ENTREGA TO FAC-ENTREGA
                 MOVE WS-FAC-T-PROMO(WS-FAC-IDX) TO FAC-PROMO
                 MOVE WS-FAC-T-COSTO(WS-FAC-IDX) TO FAC-COSTO
                 IF WS-FAC-T-PTIPO(WS-FAC-IDX) NOT = SPACES THEN
                    MOVE WS-FAC-T-PBASE(WS-FAC-IDX) TO FAC-PRC-BASE
                    MOVE WS-FAC-T-DSCLIN(WS-FAC-IDX) TO FAC-PRC-DSCLIN
                    MOVE WS-FAC-T-DSCFAC(WS-FAC-IDX) TO FAC-PRC-DSCFAC
                    MOVE WS-FAC-T-DSCEFE(WS-FAC-IDX) TO FAC-PRC-DSCEFE
                    MOVE WS-FAC-T-PTIPO(WS-FAC-IDX) TO FAC-PRC-TIPO
                    MOVE WS-FAC-T-PAUT(WS-FAC-IDX) TO FAC-PRC-AUTORIZA
                 END-IF
                 IF WS-FAC-MONEDA NOT = SPACES THEN
                    MOVE WS-FAC-MONEDA TO FAC-ME-MONEDA
                    MOVE WS-V-TASA TO FAC-ME-TASA
                    MOVE WS-FAC-T-VRUNIT-ME(WS-FAC-IDX)
                       TO FAC-ME-VRUNIT
                    MOVE WS-FAC-T-TOTAL-ME(WS-FAC-IDX) TO FAC-ME-TOTAL
                 END-IF
                 WRITE FAC-REG
                    INVALID KEY
                       CONTINUE
           END-IF
           CLOSE FACTURAS
           IF WS-FAC-WRT-OK = 1 THEN
              MOVE 10 TO WS-BIT-PASO
              MOVE 0 TO WS-BIT-LINEA
              SET WS-BIT-EST-HECHO TO TRUE
              PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
      *       THE PARTS OF A SERVICE ORDER LEFT STOCK WHEN ISSUED TO THE
      *       REPAIR AND ITS LABOR HOLDS NONE.
              PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                      UNTIL WS-FAC-IDX > WS-FAC-LCNT
                 IF WS-FAC-T-SINSTK(WS-FAC-IDX) NOT = 'S' THEN
                    PERFORM 0100-POST-LINE-STOCK
                 END-IF
              END-PERFORM
           END-IF
           EXIT.
                    WS-V-CANT-ALM1 - WS-V-FAC-QTY
                 IF WS-V-NEWCANT-ALM < 0 THEN
                    DISPLAY WS-MSG-FANS LINE 24 COL 01
                    MOVE 'P' TO SSL-TIPO
                    MOVE WS-FAC-T-CODART(WS-FAC-IDX) TO SSL-CODART
                    MOVE SPACES TO SSL-SUSTITUTO
                    MOVE WS-V-FAC-QTY TO SSL-CANT
                    MOVE WS-FAC-T-TOTAL(WS-FAC-IDX) TO SSL-VALOR
                    PERFORM 0100-SUB-LOG
                 ELSE
                    MOVE WS-CODART TO WS-BEF-WSCODART
                    MOVE CANT TO WS-BEF-CANT
                    MOVE CANT-ALM1 TO WS-BEF-CANT-ALM1
                    MOVE 20 TO WS-BIT-PASO
                    MOVE WS-FAC-IDX TO WS-BIT-LINEA
                    SET WS-BIT-EST-INI TO TRUE
                    MOVE WS-V-CANT TO WS-V-BIT-ANTES
                    PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
                    COMPUTE WS-V-NEWCANT =
                       WS-V-CANT - WS-V-FAC-QTY
                    MOVE WS-V-NEWCANT TO CANT
                    MOVE WS-V-FAC-QTY TO WS-V-CAP-QTY
                    PERFORM 0100-EAT-COST-LAYERS
                    PERFORM 0100-SELL-SERIALS
                    IF WS-FAC-T-SUSTDE(WS-FAC-IDX) NOT = SPACES THEN
                       MOVE 'S' TO SSL-TIPO
                       MOVE WS-FAC-T-SUSTDE(WS-FAC-IDX) TO SSL-CODART
                       MOVE WS-FAC-T-CODART(WS-FAC-IDX)
                          TO SSL-SUSTITUTO
                       MOVE WS-V-FAC-QTY TO SSL-CANT
                       MOVE WS-FAC-T-TOTAL(WS-FAC-IDX) TO SSL-VALOR
                       PERFORM 0100-SUB-LOG
                    END-IF
                 END-IF
           END-READ
           CLOSE INVENTARIO
           MOVE 20 TO WS-BIT-PASO
           MOVE WS-FAC-IDX TO WS-BIT-LINEA
           SET WS-BIT-EST-HECHO TO TRUE
           PERFORM 0100-BIT-MARCA THRU 0100-BIT-MARCA-FIN
           EXIT.
      *
      *-----------------------------------------------------------------
      *
      *-----------------------------------------------------------------
      *    0100-FEFO-TAKE-LOT : Discounts what it can of the pending
      *    quantity from the chosen lot and logs the FAC-LOTE trace,
      *    keeping the quantity taken in FACLOTE.DAT for a void.
      *-----------------------------------------------------------------
       0100-FEFO-TAKE-LOT.
           MOVE WS-CODART TO LOT-CODART
                 END-IF
                 MOVE WS-V-LOT-CANT TO LOT-CANT
                 REWRITE LOT-REG
                 OPEN EXTEND FACLOTE
                 MOVE WS-FAC-NUM TO FLT-FACNUM
                 MOVE WS-FEFO-HOY TO FLT-FECHA
                 MOVE WS-CODART TO FLT-CODART
                 MOVE WS-LOT-BEST-NUM TO FLT-LOTE
                 MOVE WS-V-FEFO-TOMA TO FLT-CANT
                 WRITE FLT-REG
                 CLOSE FACLOTE
                 MOVE 'FAC-LOTE' TO WS-MOV-TIPO
                 MOVE 0 TO WS-MOV-CANT
                 MOVE '1' TO WS-MOV-ALM
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              MOVE WS-FAC-T-TOTAL(WS-FAC-IDX) TO WS-V-FAC-LINTOT-W
              IF WS-FAC-MONEDA NOT = SPACES THEN
                 MOVE WS-FAC-T-TOTAL-ME(WS-FAC-IDX)
                    TO WS-V-FAC-LINTOT-W
              END-IF
              EVALUATE WS-FAC-T-TAXCLASS(WS-FAC-IDX)
                 WHEN 'R'
                    ADD WS-V-FAC-LINTOT-W TO WS-V-IVTOT-R
           COMPUTE WS-V-FAC-PAGAR = WS-V-IVTOT-G + WS-V-IVTOT-R
              + WS-V-IVTOT-E + WS-V-IVIVA-G + WS-V-IVIVA-R
           OPEN OUTPUT FACPRN
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE WS-ENT-MARCA TO FACPRN-RECORD
              WRITE FACPRN-RECORD
           END-IF
           IF WS-EMP-FOUND = 1 THEN
              MOVE EMP-RSOCIAL TO FACPRN-RECORD
              WRITE FACPRN-RECORD
           END-IF
           MOVE WS-HYPHNS(1:80) TO FACPRN-RECORD
           WRITE FACPRN-RECORD
           MOVE WS-FAC-NUM TO WS-RES-NUM
           MOVE WS-FAC-FECHA TO WS-RES-HOY
           PERFORM 0100-CHECK-RESOLUCION
           MOVE WS-FAC-NUM TO WS-FAC-NUM-ED
           MOVE SPACES TO FACPRN-RECORD
           STRING WS-LB-FANUM ' ' WS-RES-PREFIJO WS-FAC-NUM-ED
                  '   FECHA: ' WS-FAC-FECHA
                  '   CLIENTE: ' WS-FAC-CLIENTE
           DELIMITED BY SIZE INTO FACPRN-RECORD
           WRITE FACPRN-RECORD
           IF WS-RES-FOUND = 1 THEN
              MOVE WS-RES-LEY1 TO FACPRN-RECORD
              WRITE FACPRN-RECORD
              MOVE WS-RES-LEY2 TO FACPRN-RECORD
              WRITE FACPRN-RECORD
           END-IF
           IF WS-FAC-MONEDA NOT = SPACES THEN
              MOVE WS-V-TASA TO WS-TASA-ED
              MOVE SPACES TO FACPRN-RECORD
              STRING 'VALORES EN ' WS-FAC-MONEDA
                     '   TASA DE CAMBIO: ' WS-TASA-ED
              DELIMITED BY SIZE INTO FACPRN-RECORD
              WRITE FACPRN-RECORD
           END-IF
           MOVE WS-HYPHNS(1:80) TO FACPRN-RECORD
           WRITE FACPRN-RECORD
           MOVE 'CODIGO     DESCRIPCION                        '-
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-LCNT
              MOVE SPACES TO FACPRN-RECORD
              IF WS-FAC-MONEDA NOT = SPACES THEN
                 STRING WS-FAC-T-CODART(WS-FAC-IDX) ' '
                        WS-FAC-T-DESCART(WS-FAC-IDX) ' '
                        WS-FAC-T-CANT(WS-FAC-IDX) ' '
                        WS-FAC-T-VRUNIT-ME(WS-FAC-IDX) ' '
                        WS-FAC-T-TOTAL-ME(WS-FAC-IDX) '  '
                        WS-FAC-T-TAXCLASS(WS-FAC-IDX)
                 DELIMITED BY SIZE INTO FACPRN-RECORD
              ELSE
                 STRING WS-FAC-T-CODART(WS-FAC-IDX) ' '
                        WS-FAC-T-DESCART(WS-FAC-IDX) ' '
                        WS-FAC-T-CANT(WS-FAC-IDX) ' '
                        WS-FAC-T-VRUNIT(WS-FAC-IDX) ' '
                        WS-FAC-T-TOTAL(WS-FAC-IDX) '  '
                        WS-FAC-T-TAXCLASS(WS-FAC-IDX)
                 DELIMITED BY SIZE INTO FACPRN-RECORD
              END-IF
              WRITE FACPRN-RECORD
           END-PERFORM
           MOVE WS-HYPHNS(1:80) TO FACPRN-RECORD
           WRITE FACPRN-RECORD
           MOVE WS-V-FAC-TOTAL TO WS-FAC-TOTAL
           IF WS-FAC-MONEDA NOT = SPACES THEN
              MOVE WS-V-FAC-TOTME TO WS-FAC-TOTAL
           END-IF
           MOVE SPACES TO FACPRN-RECORD
           STRING 'SUBTOTAL SIN IVA. . . . . . : ' WS-FAC-TOTAL
           DELIMITED BY SIZE INTO FACPRN-RECORD
           MOVE WS-V-FAC-PAGAR TO WS-FAC-PAGAR-ED
           MOVE SPACES TO FACPRN-RECORD
           STRING 'TOTAL A PAGAR . . . . . . . : ' WS-FAC-PAGAR-ED
                  ' ' WS-FAC-MONEDA
           DELIMITED BY SIZE INTO FACPRN-RECORD
           WRITE FACPRN-RECORD
           IF WS-FAC-MONEDA NOT = SPACES THEN
              MOVE WS-V-FAC-TOTAL TO WS-FAC-TOTAL
              MOVE SPACES TO FACPRN-RECORD
              STRING 'SUBTOTAL EN PESOS . . . . . : ' WS-FAC-TOTAL
              DELIMITED BY SIZE INTO FACPRN-RECORD
              WRITE FACPRN-RECORD
           END-IF
           IF WS-FAC-ANULA-RSN NOT = SPACES THEN
              MOVE SPACES TO FACPRN-RECORD
              STRING '*** FACTURA ANULADA: ' WS-FAC-ANULA-RSN ' ***'
              DELIMITED BY SIZE INTO FACPRN-RECORD
              WRITE FACPRN-RECORD
              MOVE SPACES TO WS-FAC-ANULA-RSN
           END-IF
           IF WS-PAR-MODO-ENTRENA THEN
              MOVE WS-ENT-MARCA TO FACPRN-RECORD
              WRITE FACPRN-RECORD
           END-IF
           CLOSE FACPRN
           DISPLAY WS-MSG-FAPI LINE 23 COL 01
           EXIT.
      *    0100-REPRINT-INVOICE : Reloads a posted invoice by number
      *    into the working table and prints the form again. Lines
      *    stored before the tax class was kept on the line fall back
      *    to the article's current TAXCLASS. A voided invoice prints
      *    with the void mark and its reason.
      *-----------------------------------------------------------------
       0100-REPRINT-INVOICE.
           DISPLAY WS-MSG-FARN LINE 06 COL 01
           SET WS-FAC-FOUND TO 0
           MOVE 0 TO WS-FAC-LCNT
           MOVE 0 TO WS-V-FAC-TOTAL
           MOVE 0 TO WS-V-FAC-TOTME
           MOVE SPACES TO WS-FAC-MONEDA
           MOVE SPACES TO WS-FAC-ANULA-RSN
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS NOT = '35' THEN
              MOVE WS-FAC-NUM TO FAC-NUM
                    SET WS-FAC-FOUND TO 1
                    MOVE FAC-CLIENTE TO WS-FAC-CLIENTE
                    MOVE FAC-FECHA TO WS-FAC-FECHA
                    IF FAC-ANULADA THEN
                       MOVE FAC-DESCART TO WS-FAC-ANULA-RSN
                    END-IF
              END-READ
              IF WS-FAC-FOUND = 1 THEN
                 PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                             TO WS-FAC-T-LISTA(WS-FAC-LCNT)
                          MOVE FAC-TOTAL TO WS-V-FAC-LINTOT-W
                          ADD WS-V-FAC-LINTOT-W TO WS-V-FAC-TOTAL
                          IF FAC-ME-MONEDA NOT = SPACES THEN
                             MOVE FAC-ME-MONEDA TO WS-FAC-MONEDA
                             MOVE FAC-ME-TASA TO WS-V-TASA
                             MOVE FAC-ME-VRUNIT
                                TO WS-FAC-T-VRUNIT-ME(WS-FAC-LCNT)
                             MOVE FAC-ME-TOTAL
                                TO WS-FAC-T-TOTAL-ME(WS-FAC-LCNT)
                             MOVE FAC-ME-TOTAL TO WS-V-FAC-LINTOT-W
                             ADD WS-V-FAC-LINTOT-W TO WS-V-FAC-TOTME
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
                  WS-YEAR
           INTO WS-DATEFTD
           EXIT.
      *
       copy "ESACHK.cpy".
      *
       copy "LOGIN.cpy".
      *
       copy "CAPAS.cpy".
      *
       copy "PERCHK.cpy".
      *
       copy "RESCHK.cpy".
      *
       copy "XRFCHK.cpy".
      *
       copy "PARAMS.cpy".
      *
       copy "VENCE.cpy".
      *
       copy "BITREC.cpy".
      *
      ******************************************************************
      *    END OF THE PROGRAM
