               88 PED-EST-ABIERTA       VALUE 'A'.
               88 PED-EST-PARCIAL       VALUE 'P'.
               88 PED-EST-CERRADA       VALUE 'C'.
               88 PED-EST-BORRADOR      VALUE 'B'.
           02 PED-OPERADOR          PIC X(10).
           02 PED-PRECIO            PIC ZZZZ9.99.
           02 PED-CANT-INS          PIC ZZZZ9.99.
           02 PED-FRECIBO           PIC X(08).
           02 PED-MONEDA            PIC X(03).
           02 PED-TASA              PIC 9(5)V9(4).
      *    ON AN ORDER RAISED BY AN INTERCOMPANY SALE, THE NUMBER OF
      *    THE SISTER'S INVOICE (HEADER AND LINES) AND, ON EACH LINE,
      *    'S' ONCE THAT LINE HAS BEEN RECEIVED INTO STOCK.
           02 PED-ICFAC             PIC X(06).
           02 PED-ICREC             PIC X(01).
           02 PED-FILLER            PIC X(05).
