       FD CHEQUES.
       01 CHQ-REG.
           02 CHQ-CLAVE.
               03 CHQ-BANCO         PIC X(10).
               03 CHQ-NUMERO        PIC X(12).
           02 CHQ-GIRADOR           PIC X(30).
           02 CHQ-CLIENTE           PIC X(10).
           02 CHQ-VALOR             PIC 9(7)V99.
           02 CHQ-FRECIBO           PIC X(08).
           02 CHQ-FDEPOSITO         PIC X(08).
           02 CHQ-ESTADO            PIC X(01).
               88 CHQ-EST-CARTERA       VALUE 'C'.
               88 CHQ-EST-DEPOSITADO    VALUE 'D'.
               88 CHQ-EST-DEVUELTO      VALUE 'R'.
           02 CHQ-FESTADO           PIC X(08).
           02 CHQ-OPERADOR          PIC X(10).
           02 CHQ-APLICADO OCCURS 10 TIMES.
               03 CHQ-APL-NUM       PIC 9(06).
               03 CHQ-APL-VALOR     PIC 9(7)V99.
           02 CHQ-SESION            PIC 9(06).
           02 CHQ-FILLER            PIC X(14).
