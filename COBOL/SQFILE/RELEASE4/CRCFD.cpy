      *    COST OF EVERY RECEIPT INTO STOCK: THE LOADED UNIT COST IT
      *    ARRIVED AT, IN LOCAL CURRENCY PER STOCK UNIT, NEXT TO THE
      *    ARTICLE'S STANDARD COST AT THAT MOMENT, WITH THE VENDOR AND
      *    CATEGORY, FOR THE PURCHASE PRICE VARIANCE.
       FD COSTOREC.
       01 CRC-REG.
           02 CRC-FECHA             PIC X(08).
           02 CRC-CODART            PIC X(10).
           02 CRC-PROV              PIC X(10).
           02 CRC-CATEGORY          PIC X(15).
           02 CRC-CANT              PIC 9(5)V99.
           02 CRC-COSTO             PIC 9(5)V99.
           02 CRC-STDCOST           PIC 9(5)V99.
           02 CRC-ORIGEN            PIC X(10).
           02 CRC-REF               PIC X(20).
           02 CRC-OPERADOR          PIC X(10).
