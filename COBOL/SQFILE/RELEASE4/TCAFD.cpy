       FD TCAMBIO.
       01 TCA-REG.
           02 TCA-FECHA             PIC X(08).
           02 TCA-TASA              PIC 9(5)V9(4).
