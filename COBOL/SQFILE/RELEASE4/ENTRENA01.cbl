      ******************************************************************
      * Program      : ENTRENA01.cbl                                   *
      * Purpose      : Training data set refresh. Copies the live file *
      *                set of the chosen company - the backup set of   *
      *                RESPALD01 (inventory, customers, suppliers,     *
      *                invoices, purchase orders, lots and parameters) *
      *                plus receivables, credit notes, quotations,     *
      *                delivery notes, vendor invoices, cost layers,   *
      *                stock movements and the company record - into   *
      *                the ENTRENA directory MENUPPAL offers as the    *
      *                training company, staging each file through a   *
      *                .ENT copy. The rebuilt parameter record carries *
      *                the training flag, which watermarks every       *
      *                printout and report and keeps FISCAL01 and      *
      *                CONTAB01 from writing, and moves every document *
      *                series to its own 900001 range. Supervisor      *
      *                only.                                           *
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
       PROGRAM-ID. ENTRENA01.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "FILE.cpy".
       copy "FACSEL.cpy".
       copy "PEDSEL.cpy".
       copy "CLISEL.cpy".
       copy "PRVSEL.cpy".
       copy "CXCSEL.cpy".
       copy "NCRSEL.cpy".
       copy "COTSEL.cpy".
       copy "REMSEL.cpy".
       copy "FPRSEL.cpy".
           SELECT OPTIONAL ENTEMPR ASSIGN TO "EMPRESA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EEM-ID
           FILE STATUS IS WS-EEM-STATUS.
      *
           SELECT OPTIONAL ENTFILE ASSIGN TO WS-EN-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EN-STATUS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       copy "FILED.cpy".
      *
       copy "FACFD.cpy".
      *
       copy "PEDFD.cpy".
      *
       copy "CLIFD.cpy".
      *
       copy "PRVFD.cpy".
      *
       copy "CXCFD.cpy".
      *
       copy "NCRFD.cpy".
      *
       copy "COTFD.cpy".
      *
       copy "REMFD.cpy".
      *
       copy "FPRFD.cpy".
      *
       FD ENTEMPR.
       01 EEM-REG.
           03 EEM-TIP-ID       PIC X(20).
           03 EEM-ID           PIC X(20).
           03 EEM-RESTO        PIC X(998).
      *
       FD ENTFILE.
       01 ENT-BUF              PIC X(1100).
      *
       WORKING-STORAGE SECTION.
       copy "WKST.cpy".
      *
      *-----------------------------------------------------------------
      * VARIABLES SPECIFIC TO THIS PROGRAM
      *-----------------------------------------------------------------
           77 WS-FAC-STATUS      PIC XX.
           77 WS-PED-STATUS      PIC XX.
           77 WS-CLI-STATUS      PIC XX.
           77 WS-CXC-STATUS      PIC XX.
           77 WS-NCR-STATUS      PIC XX.
           77 WS-COT-STATUS      PIC XX.
           77 WS-REM-STATUS      PIC XX.
           77 WS-FPR-STATUS      PIC XX.
           77 WS-EEM-STATUS      PIC XX.
           77 WS-EN-STATUS       PIC XX.
           77 WS-EN-FNAME        PIC X(30).
           77 WS-EN-NOMBRE       PIC X(12).
           77 WS-EN-FASE         PIC 9 VALUE 1.
           77 WS-EN-SEL          PIC X(01).
           77 WS-EN-ORIGEN       PIC X(08).
           77 WS-EN-TOT          PIC 9(07) VALUE 0.
           77 WS-EN-TOT-ED       PIC Z,ZZZ,ZZ9.
      * First number of every document series in the training set,
      * clear of anything the live companies will reach.
           77 WS-EN-BASE         PIC 9(06) VALUE 900001.
      *
           77 WS-ST-EN     PIC X(25) VALUE 'DATOS DE ENTRENAMIENTO   '.
           77 WS-MSG-ENOR PIC X(80) VALUE ' Empresa origen de la cop'-
       'ia (1/2):                                              '.
           77 WS-MSG-ENOX PIC X(80) VALUE ' Empresa invalida. No se '-
       'modifico el entrenamiento.                             '.
           77 WS-MSG-ENNV PIC X(80) VALUE ' La empresa origen no tie'-
       'ne inventario. Copia cancelada.                        '.
           77 WS-MSG-ENCF PIC X(80) VALUE ' Se REEMPLAZAN todos los '-
       'datos de entrenamiento. Confirma (S/N)                 '.
           77 WS-MSG-ENCP PIC X(80) VALUE ' Copiando los archivos de'-
       ' la empresa origen...                                  '.
           77 WS-MSG-ENOK PIC X(80) VALUE ' Entrenamiento renovado. '-
       'Registros copiados:                                    '.
           77 WS-MSG-ENNM PIC X(80) VALUE ' Numeracion propia de ent'-
       'renamiento desde 900001, sin validez.                  '.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       copy "OPLINK.cpy".
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-OPERATOR.
      *-----------------------------------------------------------------
      *    0000-MAIN : Main paragraph of the program. Supervisor only.
      *    Called with the session already routed to the training
      *    directory ENTRENA, which is where the routing is left.
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
           IF NOT WS-ROLE-SUPERVISOR THEN
              DISPLAY WS-MSG-NOAC LINE 24 COL 01
              ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
              GOBACK
           END-IF
           CALL 'SYSTEM' USING 'CLS'
           PERFORM 0100-LOAD-PARAMS
           DISPLAY WS-BLANK     LINE 01 COL 01 ERASE EOS
              WS-HEAD1          LINE 02 COL 01
              WS-HEAD2          LINE 03 COL 01
              WS-ST-PPL         LINE 04 COL 01
              WS-ST-EN          LINE 04 COL 10
              WS-HYPHNS         LINE 05 COL 01
           DISPLAY WS-MSG-ENOR LINE 07 COL 01
           MOVE SPACES TO WS-EN-SEL
           ACCEPT WS-EN-SEL LINE 07 COL 40
           EVALUATE WS-EN-SEL
              WHEN '1'
                 MOVE 'EMPRESA1' TO WS-EN-ORIGEN
              WHEN '2'
                 MOVE 'EMPRESA2' TO WS-EN-ORIGEN
              WHEN OTHER
                 DISPLAY WS-MSG-ENOX LINE 22 COL 01
                 GO TO 0000-MAIN-FIN
           END-EVALUATE
           DISPLAY WS-MSG-ENCF LINE 09 COL 01
           ACCEPT WS-OPTX LINE 09 COL 79 PROMPT
           IF WS-OPTX NOT = 's' AND WS-OPTX NOT = 'S' THEN
              DISPLAY WS-MSG-MDNO LINE 22 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           SET ENVIRONMENT 'COB_FILE_PATH' TO WS-EN-ORIGEN
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS NOT = '00' THEN
              CLOSE INVENTARIO
              SET ENVIRONMENT 'COB_FILE_PATH' TO 'ENTRENA'
              DISPLAY WS-MSG-ENNV LINE 22 COL 01
              GO TO 0000-MAIN-FIN
           END-IF
           CLOSE INVENTARIO
           DISPLAY WS-MSG-ENCP LINE 11 COL 01
           MOVE 0 TO WS-EN-TOT
           MOVE 1 TO WS-EN-FASE
           PERFORM 0100-EN-COPIA
           SET ENVIRONMENT 'COB_FILE_PATH' TO 'ENTRENA'
           MOVE 2 TO WS-EN-FASE
           PERFORM 0100-EN-COPIA
           PERFORM 0100-EN-NUMERA
           MOVE WS-EN-TOT TO WS-EN-TOT-ED
           DISPLAY WS-MSG-ENOK LINE 13 COL 01
           DISPLAY WS-EN-TOT-ED LINE 13 COL 45
           DISPLAY WS-MSG-ENNM LINE 14 COL 01
           MOVE 'ENTRENA' TO WS-SES-EVENTO
           MOVE WS-EN-ORIGEN TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC.
       0000-MAIN-FIN.
           MOVE 'LOGOUT' TO WS-SES-EVENTO
           MOVE SPACES TO WS-SES-DETALLE
           PERFORM 0100-WRITE-SES-REC
           DISPLAY WS-MSG-EXT LINE 24 COL 01
           ACCEPT WS-OPTX LINE 24 COL 79 PROMPT
           GOBACK.
      *
      *-----------------------------------------------------------------
      *    0100-EN-COPIA : Runs the file set once per phase. Phase 1,
      *    routed to the source company, unloads every file into a
      *    staging .ENT file of the training directory; phase 2,
      *    routed to ENTRENA, rebuilds each file from its staging
      *    copy and empties the copy. The operator master is left
      *    out: MENUPPAL mirrors it into every data set at sign-on.
      *-----------------------------------------------------------------
       0100-EN-COPIA.
           MOVE 'INVENTARIO' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-INVENTARIO
           ELSE
              PERFORM 0100-CRG-INVENTARIO
           END-IF
           MOVE 'CLIENTES' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-CLIENTES
           ELSE
              PERFORM 0100-CRG-CLIENTES
           END-IF
           MOVE 'PROVEEDORES' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-PROVEEDORES
           ELSE
              PERFORM 0100-CRG-PROVEEDORES
           END-IF
           MOVE 'FACTURAS' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-FACTURAS
           ELSE
              PERFORM 0100-CRG-FACTURAS
           END-IF
           MOVE 'PEDIDOS' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-PEDIDOS
           ELSE
              PERFORM 0100-CRG-PEDIDOS
           END-IF
           MOVE 'LOTES' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-LOTES
           ELSE
              PERFORM 0100-CRG-LOTES
           END-IF
           MOVE 'PARAMS' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-PARAMS
           ELSE
              PERFORM 0100-CRG-PARAMS
           END-IF
           MOVE 'CARTERA' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-CARTERA
           ELSE
              PERFORM 0100-CRG-CARTERA
           END-IF
           MOVE 'NOTASCR' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-NOTASCR
           ELSE
              PERFORM 0100-CRG-NOTASCR
           END-IF
           MOVE 'COTIZA' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-COTIZA
           ELSE
              PERFORM 0100-CRG-COTIZA
           END-IF
           MOVE 'REMISION' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-REMISION
           ELSE
              PERFORM 0100-CRG-REMISION
           END-IF
           MOVE 'FACPROV' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-FACPROV
           ELSE
              PERFORM 0100-CRG-FACPROV
           END-IF
           MOVE 'CAPAS' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-CAPAS
           ELSE
              PERFORM 0100-CRG-CAPAS
           END-IF
           MOVE 'MOVIMIENTOS' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-MOVIMIENTOS
           ELSE
              PERFORM 0100-CRG-MOVIMIENTOS
           END-IF
           MOVE 'EMPRESA' TO WS-EN-NOMBRE
           IF WS-EN-FASE = 1 THEN
              PERFORM 0100-DMP-EMPRESA
           ELSE
              PERFORM 0100-CRG-EMPRESA
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-SET-ENTNAME : The staging name of the current file.
      *    While routed to the source company the name climbs back
      *    out of its directory into the training one.
      *-----------------------------------------------------------------
       0100-SET-ENTNAME.
           MOVE SPACES TO WS-EN-FNAME
           IF WS-EN-FASE = 1 THEN
              STRING '../ENTRENA/' FUNCTION TRIM(WS-EN-NOMBRE) '.ENT'
              DELIMITED BY SIZE INTO WS-EN-FNAME
           ELSE
              STRING FUNCTION TRIM(WS-EN-NOMBRE) '.ENT'
              DELIMITED BY SIZE INTO WS-EN-FNAME
           END-IF
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-VACIA : Empties the staging copy once loaded.
      *-----------------------------------------------------------------
       0100-EN-VACIA.
           OPEN OUTPUT ENTFILE
           CLOSE ENTFILE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-EN-NUMERA : Flags the rebuilt parameter record as the
      *    training set and moves every document series up to its
      *    own range, so no practice invoice, note or order can take
      *    a number the live company has issued or will issue soon.
      *    The link to the sister company is cut, so no practice
      *    sale ever reaches a live company's books.
      *-----------------------------------------------------------------
       0100-EN-NUMERA.
           PERFORM 0100-LOAD-PARAMS
           MOVE 'S' TO WS-PAR-ENTRENA
           MOVE SPACES TO WS-PAR-ICDIR
           IF WS-PAR-NEXTFAC < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTFAC
           END-IF
           IF WS-PAR-NEXTPED < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTPED
           END-IF
           IF WS-PAR-NEXTTRS < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTTRS
           END-IF
           IF WS-PAR-NEXTNCR < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTNCR
           END-IF
           IF WS-PAR-NEXTCOT < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTCOT
           END-IF
           IF WS-PAR-NEXTREM < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTREM
           END-IF
           IF WS-PAR-NEXTCGO < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTCGO
           END-IF
           IF WS-PAR-NEXTNDB < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTNDB
           END-IF
           IF WS-PAR-NEXTCAJ < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTCAJ
           END-IF
           IF WS-PAR-NEXTSEP < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTSEP
           END-IF
           IF WS-PAR-NEXTCSC < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTCSC
           END-IF
           IF WS-PAR-NEXTAVT < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTAVT
           END-IF
           IF WS-PAR-NEXTLPG < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTLPG
           END-IF
           IF WS-PAR-NEXTNDP < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTNDP
           END-IF
           IF WS-PAR-NEXTOTE < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTOTE
           END-IF
           IF WS-PAR-NEXTSVC < WS-EN-BASE THEN
              MOVE WS-EN-BASE TO WS-PAR-NEXTSVC
           END-IF
           PERFORM 0100-SAVE-PARAMS
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-DMP-INVENTARIO / ... : One unload paragraph per file
      *    of the set, all on the same pattern.
      *-----------------------------------------------------------------
       0100-DMP-INVENTARIO.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT INVENTARIO
           IF WS-FILE-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ INVENTARIO NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE INVENT-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE INVENTARIO
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-CLIENTES.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CLIENTES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE REG-CLIENTE TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CLIENTES
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-PROVEEDORES.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT PROVEEDORES
           IF WS-PRV-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PROVEEDORES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE REG-PROVEEDOR TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PROVEEDORES
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-FACTURAS.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT FACTURAS
           IF WS-FAC-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACTURAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE FAC-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACTURAS
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-PEDIDOS.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT PEDIDOS
           IF WS-PED-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PEDIDOS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE PED-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PEDIDOS
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-LOTES.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT LOTES
           IF WS-LOT-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ LOTES NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE LOT-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE LOTES
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-PARAMS.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT PARAMS
           IF WS-PAR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ PARAMS
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE PAR-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PARAMS
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-CARTERA.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT CARTERA
           IF WS-CXC-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CARTERA NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE CXC-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CARTERA
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-NOTASCR.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT NOTASCR
           IF WS-NCR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ NOTASCR NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE NCR-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTASCR
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-COTIZA.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT COTIZA
           IF WS-COT-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ COTIZA NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE COT-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COTIZA
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-REMISION.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT REMISION
           IF WS-REM-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ REMISION NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE REM-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE REMISION
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-FACPROV.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT FACPROV
           IF WS-FPR-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ FACPROV NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE FPR-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE FACPROV
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-CAPAS.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT CAPAS
           IF WS-CAP-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ CAPAS NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE CAP-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE CAPAS
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-MOVIMIENTOS.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT MOVIMSTK
           IF WS-MOV-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ MOVIMSTK
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE MOV-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MOVIMSTK
           CLOSE ENTFILE
           EXIT.
      *
       0100-DMP-EMPRESA.
           PERFORM 0100-SET-ENTNAME
           OPEN OUTPUT ENTFILE
           OPEN INPUT ENTEMPR
           IF WS-EEM-STATUS = '00' THEN
              SET WS-END-FILE TO 0
              PERFORM UNTIL WS-END-FILE = 1
                 READ ENTEMPR NEXT RECORD
                    AT END
                       SET WS-END-FILE TO 1
                    NOT AT END
                       MOVE SPACES TO ENT-BUF
                       MOVE EEM-REG TO ENT-BUF
                       WRITE ENT-BUF
                       ADD 1 TO WS-EN-TOT
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ENTEMPR
           CLOSE ENTFILE
           EXIT.
      *
      *-----------------------------------------------------------------
      *    0100-CRG-INVENTARIO / ... : One rebuild paragraph per file
      *    of the set. A file the source company never had comes out
      *    empty, so nothing of an older training run survives.
      *-----------------------------------------------------------------
       0100-CRG-INVENTARIO.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT INVENTARIO
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO INVENT-REG
                    WRITE INVENT-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE INVENTARIO
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-CLIENTES.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT CLIENTES
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO REG-CLIENTE
                    WRITE REG-CLIENTE
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE CLIENTES
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-PROVEEDORES.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT PROVEEDORES
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO REG-PROVEEDOR
                    WRITE REG-PROVEEDOR
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE PROVEEDORES
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-FACTURAS.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT FACTURAS
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO FAC-REG
                    WRITE FAC-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE FACTURAS
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-PEDIDOS.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT PEDIDOS
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO PED-REG
                    WRITE PED-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE PEDIDOS
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-LOTES.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT LOTES
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO LOT-REG
                    WRITE LOT-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE LOTES
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-PARAMS.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT PARAMS
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO PAR-REG
                    WRITE PAR-REG
              END-READ
           END-PERFORM
           CLOSE PARAMS
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-CARTERA.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT CARTERA
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO CXC-REG
                    WRITE CXC-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE CARTERA
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-NOTASCR.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT NOTASCR
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO NCR-REG
                    WRITE NCR-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE NOTASCR
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-COTIZA.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT COTIZA
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO COT-REG
                    WRITE COT-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE COTIZA
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-REMISION.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT REMISION
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO REM-REG
                    WRITE REM-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE REMISION
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-FACPROV.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT FACPROV
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO FPR-REG
                    WRITE FPR-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE FACPROV
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-CAPAS.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT CAPAS
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO CAP-REG
                    WRITE CAP-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE CAPAS
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-MOVIMIENTOS.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT MOVIMSTK
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO MOV-REG
                    WRITE MOV-REG
              END-READ
           END-PERFORM
           CLOSE MOVIMSTK
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
           EXIT.
      *
       0100-CRG-EMPRESA.
           PERFORM 0100-SET-ENTNAME
           OPEN INPUT ENTFILE
           OPEN OUTPUT ENTEMPR
           SET WS-END-FILE TO 0
           PERFORM UNTIL WS-END-FILE = 1
              READ ENTFILE
                 AT END
                    SET WS-END-FILE TO 1
                 NOT AT END
                    MOVE ENT-BUF TO EEM-REG
                    WRITE EEM-REG
                       INVALID KEY
                          CONTINUE
                    END-WRITE
              END-READ
           END-PERFORM
           CLOSE ENTEMPR
           CLOSE ENTFILE
           PERFORM 0100-EN-VACIA
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
       END PROGRAM ENTRENA01.
