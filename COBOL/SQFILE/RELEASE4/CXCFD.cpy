               03 CXC-TIPO          PIC X(01).
                   88 CXC-TIPO-FACTURA   VALUE 'F'.
                   88 CXC-TIPO-NOTACRED  VALUE 'C'.
                   88 CXC-TIPO-CARGO     VALUE 'B'.
                   88 CXC-TIPO-DEBITO    VALUE 'D'.
               03 CXC-NUM           PIC 9(06).
           02 CXC-FECHA             PIC X(08).
           02 CXC-VALOR             PIC 9(7)V99.
           02 CXC-ESTADO            PIC X(01).
               88 CXC-EST-ABIERTA       VALUE 'A'.
               88 CXC-EST-SALDADA       VALUE 'S'.
           02 CXC-FVENCE            PIC X(08).
           02 CXC-FINTERES          PIC X(08).
      *    FOREIGN-CURRENCY DOCUMENTS (SPACES = PESOS) KEEP THEIR
      *    VALUE IN THAT CURRENCY IN CXCME.DAT UNDER THE SAME KEY.
           02 CXC-MONEDA            PIC X(03).
           02 CXC-FILLER            PIC X(01).
