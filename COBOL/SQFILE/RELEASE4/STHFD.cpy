      *    ONE LINE PER STANDARD COST REVISED: THE STANDARD IT HAD, THE
      *    ONE IT GOT, THE STOCK REVALUED AND WHO AUTHORISED IT.
       FD STDHIST.
       01 STH-REG.
           02 STH-FECHA             PIC X(08).
           02 STH-CODART            PIC X(10).
           02 STH-CATEGORY          PIC X(15).
           02 STH-STDANT            PIC 9(5)V99.
           02 STH-STDNUE            PIC 9(5)V99.
           02 STH-CANT              PIC 9(5)V99.
           02 STH-REVAL             PIC S9(11)V99.
           02 STH-ORIGEN            PIC X(01).
               88 STH-ULT-COMPRA        VALUE '1'.
               88 STH-PROMEDIO          VALUE '2'.
               88 STH-ARCHIVO           VALUE '3'.
           02 STH-OPERADOR          PIC X(10).
           02 STH-AUTORIZA          PIC X(10).
