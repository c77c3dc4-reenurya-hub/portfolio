               88 CLI-ACTIVO       VALUE 'A'.
               88 CLI-INACTIVO     VALUE 'I'.
           03 CLI-LISTA        PIC X(06).
           03 CLI-PLAZO        PIC 9(03).
           03 CLI-DTOPCT       PIC 9(02)V99.
           03 CLI-DTODIAS      PIC 9(03).
           03 CLI-CHQDEV       PIC X(01).
               88 CLI-CHQ-DEVUELTO VALUE 'S'.
           03 CLI-EXINT        PIC X(01).
               88 CLI-EXENTO-INT   VALUE 'S'.
      *    SET WHEN THE CUSTOMER WAS MERGED INTO ANOTHER ONE: THE
      *    SURVIVING CLI-ID, WHICH NOW CARRIES ALL ITS DOCUMENTS.
           03 CLI-FUSION       PIC X(10).
      *    CURRENCY THE CUSTOMER IS INVOICED IN (SPACES = PESOS).
           03 CLI-MONEDA       PIC X(03).
      *    TAX ID (NIT OR CEDULA, DIGITS ONLY) AND ITS CHECK DIGIT.
           03 CLI-NIT          PIC X(10).
           03 CLI-NITDV        PIC X(01).
           03 CLI-FILLER       PIC X(08).
