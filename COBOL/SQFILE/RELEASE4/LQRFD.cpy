      *-----------------------------------------------------------------
      *    END-OF-DAY ROUTE SETTLEMENTS, ONE PER VAN AND DAY. THE
      *    SHORTAGES (UNITS AT SALE PRICE PLUS CASH SHORT) ARE
      *    CHARGED TO THE DRIVER IN LQR-CARGO.
      *-----------------------------------------------------------------
       FD LIQRUTA.
       01 LQR-REG.
           02 LQR-CLAVE.
               03 LQR-ALM           PIC X(02).
               03 LQR-FECHA         PIC X(08).
           02 LQR-CONDUCTOR         PIC X(10).
           02 LQR-DEVNUM            PIC 9(06).
           02 LQR-VALFALTA          PIC 9(7)V99.
           02 LQR-EFEESP            PIC 9(7)V99.
           02 LQR-EFEREC            PIC 9(7)V99.
           02 LQR-EFEFALTA          PIC 9(7)V99.
           02 LQR-EFESOBRA          PIC 9(7)V99.
           02 LQR-CARGO             PIC 9(7)V99.
           02 LQR-OPERADOR          PIC X(10).
           02 LQR-HORA              PIC X(06).
           02 LQR-FILLER            PIC X(20).
