       FD RESERVAS.
       01 RSV-REG.
           02 RSV-CLAVE.
               03 RSV-CODART        PIC X(10).
               03 RSV-SEQ           PIC 9(04).
           02 RSV-FECHA             PIC X(08).
           02 RSV-CLIENTE           PIC X(10).
           02 RSV-OPERADOR          PIC X(10).
           02 RSV-REF               PIC X(20).
           02 RSV-CANT              PIC 9(5)V99.
           02 RSV-ESTADO            PIC X(01).
               88 RSV-EST-ACTIVA        VALUE 'A'.
               88 RSV-EST-LIBERADA      VALUE 'L'.
           02 RSV-TIPO              PIC X(01).
               88 RSV-TIPO-SEPARE       VALUE 'S'.
           02 RSV-FILLER            PIC X(09).
