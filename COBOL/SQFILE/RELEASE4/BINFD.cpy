      *-----------------------------------------------------------------
      *    BIN-LEVEL STOCK PER ARTICLE AND WAREHOUSE. ONE BIN OF THE
      *    ARTICLE IS ITS PICK FACE ('P') WITH A REPLENISHMENT MINIMUM
      *    AND A MAXIMUM IT HOLDS; THE OTHERS ARE OVERSTOCK. BIN-MAXIMO
      *    IS SPACES ON BINS WITHOUT A MAXIMUM (AND ON RECORDS OLDER
      *    THAN THE FIELD).
      *-----------------------------------------------------------------
       FD BINES.
       01 BIN-REG.
           02 BIN-CLAVE.
               03 BIN-CODART        PIC X(10).
               03 BIN-ALM           PIC X(02).
               03 BIN-BIN           PIC X(12).
           02 BIN-CANT              PIC 9(5)V99.
           02 BIN-PICK              PIC X(01).
               88 BIN-ES-PICK           VALUE 'P'.
           02 BIN-MIN               PIC 9(5)V99.
           02 BIN-MAXIMO.
               03 BIN-MAX           PIC 9(5)V99.
           02 BIN-FILLER            PIC X(03).
