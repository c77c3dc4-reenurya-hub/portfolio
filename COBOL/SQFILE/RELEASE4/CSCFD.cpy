      *-----------------------------------------------------------------
      *    CUSTOMER CONSIGNMENT DOCUMENTS. LINE 000 IS THE HEADER OF
      *    THE DOCUMENT; THE ARTICLE LINES FOLLOW FROM 001.
      *-----------------------------------------------------------------
       FD CONSCLI.
       01 CSC-REG.
           02 CSC-CLAVE.
               03 CSC-NUM           PIC 9(06).
               03 CSC-LIN           PIC 9(03).
           02 CSC-TIPO              PIC X(01).
               88 CSC-TIPO-SALIDA       VALUE 'S'.
               88 CSC-TIPO-VENTA        VALUE 'V'.
               88 CSC-TIPO-DEVOLUCION   VALUE 'D'.
           02 CSC-FECHA             PIC X(08).
           02 CSC-CLIENTE           PIC X(10).
           02 CSC-ALM               PIC X(02).
           02 CSC-CODART            PIC X(10).
           02 CSC-DESCART           PIC X(35).
           02 CSC-CANT              PIC ZZZZ9.99.
           02 CSC-VRUNIT            PIC ZZZZ9.99.
           02 CSC-TOTAL             PIC ZZZZZZZ9.99.
           02 CSC-TAXCLASS          PIC X(01).
           02 CSC-OPERADOR          PIC X(10).
           02 CSC-FACREF            PIC 9(06).
           02 CSC-FILLER            PIC X(20).
