      *-----------------------------------------------------------------
      *    CONSOLIDATED FIGURES OF THE GROUP PER MONTH, KEPT IN THE
      *    BASE DIRECTORY SHARED BY BOTH COMPANIES. THE UNREALIZED
      *    MARGIN ON INTERCOMPANY STOCK OF ONE MONTH IS THE OPENING
      *    FIGURE OF THE NEXT, WHOSE CONSOLIDATED COST TAKES ITS CHANGE.
      *-----------------------------------------------------------------
       FD CONSOL.
       01 CNS-REG.
           02 CNS-MES               PIC X(06).
           02 CNS-FECHA             PIC X(08).
           02 CNS-VENTAS            PIC 9(11)V99.
           02 CNS-COSTO             PIC S9(11)V99.
           02 CNS-VIC               PIC 9(11)V99.
           02 CNS-INVENT            PIC S9(11)V99.
           02 CNS-NOREAL            PIC S9(11)V99.
           02 CNS-OPERADOR          PIC X(10).
           02 CNS-FILLER            PIC X(20).
