      *    ONE RECORD PER INVENTORY ACCOUNT AND RECONCILIATION: THE
      *    BALANCE AGREED WITH THE LEDGER, CARRIED FORWARD AS THE
      *    OPENING BALANCE OF THE NEXT RECONCILIATION.
       FD CONCINV.
       01 CIV-REG.
           02 CIV-CLAVE.
               03 CIV-CUENTA        PIC X(10).
               03 CIV-FECHA         PIC X(08).
           02 CIV-SALDO             PIC S9(11)V99.
           02 CIV-LIBROS            PIC S9(11)V99.
           02 CIV-DIFER             PIC S9(11)V99.
           02 CIV-PEND              PIC 9(05).
           02 CIV-OPERADOR          PIC X(10).
           02 CIV-AUTORIZA          PIC X(10).
           02 CIV-FILLER            PIC X(20).
