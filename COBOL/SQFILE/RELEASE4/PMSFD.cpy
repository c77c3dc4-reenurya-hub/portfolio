      *    MONTHLY DEMAND FORECAST OF EACH ARTICLE, IN STOCK UNITS.
      *    PMS-CALC IS THE QUANTITY COMPUTED FROM THE HISTORY AND THE
      *    SEASONAL INDEX OF THE CATEGORY, PMS-CANT THE ONE THE BUYER
      *    LEAVES. A DRAFT MONTH IS RECOMPUTED AND EDITED; A FROZEN ONE
      *    IS THE FORECAST IN FORCE AND GETS ITS ACTUAL DEMAND IN
      *    PMS-REAL WHEN ITS ACCURACY IS MEASURED.
       FD PRONMES.
       01 PMS-REG.
           02 PMS-CLAVE.
               03 PMS-CODART        PIC X(10).
               03 PMS-MES           PIC 9(06).
           02 PMS-CATEG             PIC X(15).
           02 PMS-CALC              PIC 9(7)V99.
           02 PMS-CANT              PIC 9(7)V99.
           02 PMS-REAL              PIC 9(7)V99.
           02 PMS-ESTADO            PIC X(01).
               88 PMS-EST-BORRADOR      VALUE 'B'.
               88 PMS-EST-CONGELADO     VALUE 'C'.
           02 PMS-FCALC             PIC X(08).
           02 PMS-FCONGELA          PIC X(08).
           02 PMS-FMEDIDO           PIC X(08).
           02 PMS-OPERADOR          PIC X(10).
           02 PMS-FILLER            PIC X(20).
