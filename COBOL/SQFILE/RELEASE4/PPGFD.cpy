      *    PENDING VENDOR PAYMENT PROPOSAL: ONE LINE PER APPROVED
      *    INVOICE DUE BY THE CUT-OFF DATE, IN VENDOR ORDER. PPG-SALDO
      *    IS WHAT WAS STILL OWED TO THE VENDOR WHEN PROPOSED; THE
      *    TREASURER MAY LOWER PPG-PAGAR OR EXCLUDE THE LINE. THE FILE
      *    IS EMPTIED WHEN THE SUPERVISOR APPROVES AND POSTS IT.
       FD PROPPAG.
       01 PPG-REG.
           02 PPG-CLAVE.
               03 PPG-PROV          PIC X(10).
               03 PPG-NUMFAC        PIC X(12).
           02 PPG-FVENCE            PIC X(08).
           02 PPG-SALDO             PIC 9(9)V99.
           02 PPG-PAGAR             PIC 9(9)V99.
           02 PPG-INCLUIDA          PIC X(01).
               88 PPG-INCLUIDA-SI       VALUE 'S'.
               88 PPG-INCLUIDA-NO       VALUE 'N'.
           02 PPG-SINCTA            PIC X(01).
               88 PPG-SIN-CUENTA        VALUE 'S'.
           02 PPG-CORTE             PIC X(08).
           02 PPG-FECHA             PIC X(08).
           02 PPG-OPERADOR          PIC X(10).
           02 PPG-FILLER            PIC X(20).
