      *-----------------------------------------------------------------
      *    SERVICE AND WARRANTY REPAIR ORDERS OF SERIALIZED ARTICLES.
      *    THE HEADER (SVC-LIN 0) CARRIES THE SERIAL, THE CUSTOMER AND
      *    THE INVOICE THAT SOLD IT, THE FAULT REPORTED, WHETHER THE
      *    REPAIR IS UNDER WARRANTY AND THE STATE OF THE ORDER: RECEIVED
      *    ('R'), SENT TO THE VENDOR ('V'), REPAIRED ('P'), RETURNED TO
      *    THE CUSTOMER ('E') OR REPLACED ('C'). EACH LINE IS A CHARGE:
      *    A PART ISSUED FROM STOCK ('R') OR LABOR ('M'). SVC-VENDOR IS
      *    THE VENDOR THAT SUPPLIED THE UNIT, OR THE ONE IT WAS SENT TO;
      *    SVC-FACTURA IS THE INVOICE THAT BILLED AN OUT-OF-WARRANTY
      *    REPAIR.
      *-----------------------------------------------------------------
       FD SERVICIO.
       01 SVC-REG.
           02 SVC-CLAVE.
               03 SVC-NUM           PIC 9(06).
               03 SVC-LIN           PIC 9(03).
           02 SVC-FINGRESO          PIC X(08).
           02 SVC-CODART            PIC X(10).
           02 SVC-SERIAL            PIC X(20).
           02 SVC-CLIENTE           PIC X(10).
           02 SVC-FACORIG           PIC 9(06).
           02 SVC-FVENTA            PIC X(08).
           02 SVC-GARANTIA          PIC X(01).
               88 SVC-EN-GARANTIA       VALUE 'S'.
               88 SVC-SIN-GARANTIA      VALUE 'N'.
           02 SVC-FALLA             PIC X(40).
           02 SVC-ESTADO            PIC X(01).
               88 SVC-EST-RECIBIDA      VALUE 'R'.
               88 SVC-EST-PROVEEDOR     VALUE 'V'.
               88 SVC-EST-REPARADA      VALUE 'P'.
               88 SVC-EST-ENTREGADA     VALUE 'E'.
               88 SVC-EST-CAMBIADA      VALUE 'C'.
               88 SVC-EST-ABIERTA       VALUES 'R' 'V' 'P'.
           02 SVC-FESTADO           PIC X(08).
           02 SVC-VENDOR            PIC X(20).
           02 SVC-FACTURA           PIC 9(06).
           02 SVC-TIPO              PIC X(01).
               88 SVC-TIPO-REPUESTO     VALUE 'R'.
               88 SVC-TIPO-MANO-OBRA    VALUE 'M'.
           02 SVC-REPUESTO          PIC X(10).
           02 SVC-DESC              PIC X(35).
           02 SVC-CANT              PIC 9(5)V99.
           02 SVC-VRUNIT            PIC 9(5)V99.
           02 SVC-COSTO             PIC 9(5)V99.
           02 SVC-TAXCLASS          PIC X(01).
           02 SVC-OPERADOR          PIC X(10).
           02 SVC-FILLER            PIC X(20).
