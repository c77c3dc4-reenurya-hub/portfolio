      *-----------------------------------------------------------------
      *    ROUTE VAN DOCUMENTS: THE MORNING LOAD-OUT, THE SALES
      *    INVOICED ON THE ROUTE AND THE EVENING RETURN. LINE 000 IS
      *    THE HEADER OF THE DOCUMENT; THE ARTICLE LINES FOLLOW FROM
      *    001. AVT-ALM IS THE VEHICLE-TYPE WAREHOUSE OF THE VAN.
      *-----------------------------------------------------------------
       FD AUTOVEN.
       01 AVT-REG.
           02 AVT-CLAVE.
               03 AVT-NUM           PIC 9(06).
               03 AVT-LIN           PIC 9(03).
           02 AVT-TIPO              PIC X(01).
               88 AVT-TIPO-CARGA        VALUE 'C'.
               88 AVT-TIPO-VENTA        VALUE 'V'.
               88 AVT-TIPO-DEVOLUCION   VALUE 'D'.
           02 AVT-FECHA             PIC X(08).
           02 AVT-ALM               PIC X(02).
           02 AVT-CONDUCTOR         PIC X(10).
           02 AVT-CLIENTE           PIC X(10).
           02 AVT-CODART            PIC X(10).
           02 AVT-DESCART           PIC X(35).
           02 AVT-CANT              PIC ZZZZ9.99.
           02 AVT-VRUNIT            PIC ZZZZ9.99.
           02 AVT-TOTAL             PIC ZZZZZZZ9.99.
           02 AVT-TAXCLASS          PIC X(01).
      *        A ROUTE SALE PAID IN CASH TO THE DRIVER ON DELIVERY.
           02 AVT-CONTADO           PIC X(01).
               88 AVT-ES-CONTADO        VALUE 'S'.
           02 AVT-OPERADOR          PIC X(10).
           02 AVT-FACREF            PIC 9(06).
           02 AVT-FILLER            PIC X(20).
