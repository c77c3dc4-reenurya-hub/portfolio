       FD COTIZA.
       01 COT-REG.
           02 COT-CLAVE.
               03 COT-NUM           PIC 9(06).
               03 COT-LIN           PIC 9(03).
           02 COT-FECHA             PIC X(08).
           02 COT-FVALIDEZ          PIC X(08).
           02 COT-CLIENTE           PIC X(10).
           02 COT-CODART            PIC X(10).
           02 COT-DESCART           PIC X(35).
           02 COT-CANT              PIC ZZZZ9.99.
           02 COT-VRUNIT            PIC ZZZZ9.99.
           02 COT-TOTAL             PIC ZZZZZZZ9.99.
           02 COT-TAXCLASS          PIC X(01).
           02 COT-OPERADOR          PIC X(10).
           02 COT-ESTADO            PIC X(01).
               88 COT-EST-ABIERTA       VALUE 'A'.
               88 COT-EST-FACTURADA     VALUE 'F'.
               88 COT-EST-PERDIDA       VALUE 'P'.
               88 COT-EST-VENCIDA       VALUE 'V'.
           02 COT-FACREF            PIC 9(06).
           02 COT-VENDEDOR          PIC X(10).
           02 COT-MOTIVO            PIC X(02).
           02 COT-FCIERRE           PIC X(08).
