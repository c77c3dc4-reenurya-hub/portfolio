       FD MOTIVOS.
       01 MOT-REG.
           02 MOT-CODIGO            PIC X(02).
           02 MOT-DESC              PIC X(30).
           02 MOT-ACTFLAG           PIC X(01).
               88 MOT-ACTIVO            VALUE 'A'.
               88 MOT-INACTIVO          VALUE 'I'.
