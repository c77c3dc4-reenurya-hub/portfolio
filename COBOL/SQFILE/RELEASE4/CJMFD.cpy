       FD CAJAMOV.
       01 CJM-REG.
           02 CJM-SESION           PIC 9(06).
           02 CJM-FECHA            PIC X(08).
           02 CJM-HORA             PIC X(06).
           02 CJM-TIPO             PIC X(01).
               88 CJM-BASE             VALUE 'B'.
               88 CJM-RETIRO           VALUE 'R'.
               88 CJM-CONSIGNA         VALUE 'C'.
               88 CJM-CONTEO           VALUE 'K'.
           02 CJM-METODO           PIC X(06).
           02 CJM-DENOM            PIC 9(06).
           02 CJM-CANT             PIC 9(05).
           02 CJM-VALOR            PIC 9(9)V99.
           02 CJM-CONCEPTO         PIC X(30).
           02 CJM-OPERADOR         PIC X(10).
