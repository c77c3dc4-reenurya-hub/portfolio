      *-----------------------------------------------------------------
      *    WORK AREA OF THE REPLENISHMENT PROPOSAL ROUTINES OF
      *    RPSALM.CPY AND RPSCALC.CPY. THE CALLER LOADS THE OPERATOR
      *    THAT SIGNS THE LINES; THE CALCULATION LEAVES THE COUNT OF
      *    TRANSFER LINES AND OF UNCOVERED LINES IT WROTE.
      *-----------------------------------------------------------------
       01 WS-REPOSICION.
           03 WS-RPS-STATUS          PIC XX.
           03 WS-RPS-OPERADOR        PIC X(10).
           03 WS-RPS-HOY             PIC X(08).
           03 WS-RPS-CODART          PIC X(10).
           03 WS-RPS-DE              PIC X(02).
           03 WS-RPS-NUM             PIC 9(06) VALUE 0.
           03 WS-RPS-LINEAS          PIC 9(05) VALUE 0.
           03 WS-RPS-FALTAS          PIC 9(05) VALUE 0.
           03 WS-RPS-FIN             PIC 9 VALUE 0.
           03 WS-RPS-HAY-NEED        PIC 9 VALUE 0.
           03 WS-RPS-I               PIC 9(02) VALUE 0.
           03 WS-RPS-J               PIC 9(02) VALUE 0.
           03 WS-RPS-DON             PIC 9(02) VALUE 0.
           03 WS-RPS-A-CNT           PIC 9(02) VALUE 0.
           03 WS-RPS-T-CNT           PIC 9(03) VALUE 0.
           03 WS-RPS-T-IDX           PIC 9(03) VALUE 0.
           03 WS-RPS-F-CNT           PIC 9(03) VALUE 0.
           03 WS-RPS-F-IDX           PIC 9(03) VALUE 0.
           03 WS-V-RPS-META          PIC 9(5)V99 VALUE 0.
           03 WS-V-RPS-MOVER         PIC 9(5)V99 VALUE 0.
           03 WS-V-RPS-MEJOR         PIC 9(5)V99 VALUE 0.
           03 WS-V-RPS-FALTA         PIC 9(7)V99 VALUE 0.
           03 WS-V-RPS-OTROS         PIC 9(7)V99 VALUE 0.
      *    ACTIVE INTERNAL WAREHOUSES OF ALMACEN.DAT, WITH THE LEVELS,
      *    STOCK, INBOUND TRANSIT, NEED AND SURPLUS OF THE ARTICLE IN
      *    PROCESS.
           03 WS-RPS-ALMS.
               05 WS-RPS-A OCCURS 30 TIMES.
                   07 WS-RPS-A-COD      PIC X(02).
                   07 WS-RPS-A-EXIST    PIC 9(5)V99.
                   07 WS-RPS-A-TRANS    PIC 9(5)V99.
                   07 WS-RPS-A-MIN      PIC 9(05).
                   07 WS-RPS-A-MAX      PIC 9(05).
                   07 WS-RPS-A-NEED     PIC 9(5)V99.
                   07 WS-RPS-A-SOBRA    PIC 9(5)V99.
      *    TRANSFER DOCUMENTS STILL IN TRANSIT, BY DESTINATION.
           03 WS-RPS-TRANSITO.
               05 WS-RPS-T OCCURS 500 TIMES.
                   07 WS-RPS-T-CODART   PIC X(10).
                   07 WS-RPS-T-ALM      PIC X(02).
                   07 WS-RPS-T-CANT     PIC 9(5)V99.
      *    UNCOVERED SHORTFALL OF THE PENDING PROPOSAL, BY ARTICLE.
           03 WS-RPS-FALTANTES.
               05 WS-RPS-F OCCURS 500 TIMES.
                   07 WS-RPS-F-CODART   PIC X(10).
                   07 WS-RPS-F-CANT     PIC 9(7)V99.
