       FD REMISION.
       01 REM-REG.
           02 REM-CLAVE.
               03 REM-NUM           PIC 9(06).
               03 REM-LIN           PIC 9(03).
           02 REM-FECHA             PIC X(08).
           02 REM-CLIENTE           PIC X(10).
           02 REM-CODART            PIC X(10).
           02 REM-DESCART           PIC X(35).
           02 REM-CANT              PIC ZZZZ9.99.
           02 REM-VRUNIT            PIC ZZZZ9.99.
           02 REM-TOTAL             PIC ZZZZZZZ9.99.
           02 REM-TAXCLASS          PIC X(01).
           02 REM-OPERADOR          PIC X(10).
           02 REM-ESTADO            PIC X(01).
               88 REM-EST-ABIERTA       VALUE 'A'.
               88 REM-EST-FACTURADA     VALUE 'F'.
           02 REM-FACREF            PIC 9(06).
           02 REM-FILLER            PIC X(20).
