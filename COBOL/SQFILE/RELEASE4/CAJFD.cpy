       FD CAJAS.
       01 CAJ-REG.
           02 CAJ-SESION            PIC 9(06).
           02 CAJ-OPERADOR          PIC X(10).
           02 CAJ-ESTACION          PIC X(10).
           02 CAJ-FAPERT            PIC X(08).
           02 CAJ-HAPERT            PIC X(06).
           02 CAJ-FCIERRE           PIC X(08).
           02 CAJ-HCIERRE           PIC X(06).
           02 CAJ-ESTADO            PIC X(01).
               88 CAJ-ABIERTA           VALUE 'A'.
               88 CAJ-CERRADA           VALUE 'C'.
           02 CAJ-BASE              PIC 9(7)V99.
           02 CAJ-RETIROS           PIC 9(9)V99.
           02 CAJ-CONSIG            PIC 9(9)V99.
           02 CAJ-COBRADO           PIC 9(9)V99.
           02 CAJ-ESPERADO          PIC S9(9)V99.
           02 CAJ-CONTADO           PIC 9(9)V99.
           02 CAJ-DIF               PIC S9(9)V99.
           02 CAJ-OTR-ESP           PIC 9(9)V99.
           02 CAJ-OTR-CNT           PIC 9(9)V99.
           02 CAJ-OTR-DIF           PIC S9(9)V99.
           02 CAJ-FACTURAS          PIC 9(05).
           02 CAJ-VENTAS            PIC 9(9)V99.
           02 CAJ-FILLER            PIC X(30).
