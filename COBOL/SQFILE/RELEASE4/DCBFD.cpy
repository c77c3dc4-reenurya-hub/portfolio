      *-----------------------------------------------------------------
      *    REALIZED EXCHANGE DIFFERENCES: ONE RECORD PER APPLICATION OF
      *    A PAYMENT TO A FOREIGN-CURRENCY DOCUMENT. THE DIFFERENCE IS
      *    THE VALUE APPLIED AT THE PAYMENT RATE LESS THE SAME VALUE AT
      *    THE RATE THE DOCUMENT WAS BOOKED AT; A GAIN RAISES THE
      *    CUSTOMER BALANCE BACK, A LOSS LOWERS IT.
      *-----------------------------------------------------------------
       FD DIFCAMB.
       01 DCB-REG.
           02 DCB-FECHA             PIC X(08).
           02 DCB-CLIENTE           PIC X(10).
           02 DCB-TIPO              PIC X(01).
           02 DCB-NUM               PIC 9(06).
           02 DCB-MONEDA            PIC X(03).
           02 DCB-VALOR-ME          PIC 9(7)V99.
           02 DCB-TASA-DOC          PIC 9(5)V9(4).
           02 DCB-TASA-PAGO         PIC 9(5)V9(4).
           02 DCB-SENTIDO           PIC X(01).
               88 DCB-INGRESO           VALUE 'I'.
               88 DCB-GASTO             VALUE 'G'.
           02 DCB-DIFERENCIA        PIC 9(9)V99.
           02 DCB-OPERADOR          PIC X(10).
