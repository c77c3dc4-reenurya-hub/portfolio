      *-----------------------------------------------------------------
      *    FOREIGN-CURRENCY SIDE OF A CARTERA.DAT DOCUMENT, UNDER THE
      *    SAME KEY: ITS VALUE IN THE CURRENCY, THE RATE IT WAS BOOKED
      *    AT AND WHAT HAS BEEN APPLIED TO IT IN THAT CURRENCY.
      *-----------------------------------------------------------------
       FD CXCME.
       01 CXM-REG.
           02 CXM-CLAVE.
               03 CXM-CLIENTE       PIC X(10).
               03 CXM-TIPO          PIC X(01).
               03 CXM-NUM           PIC 9(06).
           02 CXM-MONEDA            PIC X(03).
           02 CXM-TASA              PIC 9(5)V9(4).
           02 CXM-VALOR             PIC 9(7)V99.
           02 CXM-ABONADO           PIC 9(7)V99.
           02 CXM-FILLER            PIC X(10).
