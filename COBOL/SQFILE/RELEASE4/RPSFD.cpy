      *    REPLENISHMENT PROPOSAL BETWEEN WAREHOUSES. EACH LINE MOVES
      *    RPS-CANT OF ONE ARTICLE FROM A WAREHOUSE WITH SURPLUS
      *    (RPS-DE) TO ONE BELOW ITS MINIMUM (RPS-HA); RPS-CALC IS THE
      *    QUANTITY THE CALCULATION PROPOSED. A LINE WITHOUT ORIGIN IS
      *    THE SHORTFALL NO WAREHOUSE COULD COVER, LEFT TO PURCHASING.
      *    A RELEASED LINE CARRIES THE TRANSFER DOCUMENT OF
      *    TRANSITO.DAT IT BECAME. PENDING LINES ARE REPLACED BY THE
      *    NEXT CALCULATION.
       FD REPOSIC.
       01 RPS-REG.
           02 RPS-NUM               PIC 9(06).
           02 RPS-FECHA             PIC X(08).
           02 RPS-CODART            PIC X(10).
           02 RPS-DE                PIC X(02).
               88 RPS-SIN-ORIGEN        VALUE SPACES.
           02 RPS-HA                PIC X(02).
           02 RPS-CALC              PIC 9(5)V99.
           02 RPS-CANT              PIC 9(5)V99.
           02 RPS-ESTADO            PIC X(01).
               88 RPS-EST-PROPUESTA     VALUE 'P'.
               88 RPS-EST-LIBERADA      VALUE 'L'.
               88 RPS-EST-DESCARTADA    VALUE 'X'.
           02 RPS-TRSNUM            PIC 9(06).
           02 RPS-OPERADOR          PIC X(10).
           02 RPS-FLIBERA           PIC X(08).
           02 RPS-FILLER            PIC X(20).
