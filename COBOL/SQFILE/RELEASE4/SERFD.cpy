           02 SRA-CODART            PIC X(10).
           02 SRA-ACTFLAG           PIC X(01).
               88 SRA-SERIALIZADO       VALUE 'S'.
           02 SRA-GARMESES          PIC 9(03).
           02 SRA-FILLER            PIC X(06).
