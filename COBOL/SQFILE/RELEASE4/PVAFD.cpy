      *    APPROVED VENDORS OF EACH ARTICLE: THE VENDOR'S PRICE (IN ITS
      *    OWN CURRENCY, PER ITS PURCHASE UNIT), MINIMUM ORDER QUANTITY
      *    AND LEAD TIME. AT MOST ONE VENDOR OF AN ARTICLE IS FLAGGED
      *    PREFERRED. KEYED BY ARTICLE FIRST, SO ALL THE VENDORS OF AN
      *    ARTICLE READ TOGETHER.
       FD PROVART.
       01 PVA-REG.
           02 PVA-CLAVE.
               03 PVA-CODART        PIC X(10).
               03 PVA-PROV          PIC X(10).
           02 PVA-PRECIO            PIC 9(5)V99.
           02 PVA-PURUNIT           PIC X(15).
           02 PVA-CANTMIN           PIC 9(5)V99.
           02 PVA-PLAZO             PIC 9(03).
           02 PVA-PREFER            PIC X(01).
               88 PVA-PREFERIDO         VALUE 'S'.
               88 PVA-NO-PREFERIDO      VALUE 'N'.
           02 PVA-FECHA             PIC X(08).
           02 PVA-OPERADOR          PIC X(10).
           02 PVA-FILLER            PIC X(20).
