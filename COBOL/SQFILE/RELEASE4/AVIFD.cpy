      *    ADVANCE SHIPPING NOTICES: EACH LINE A VENDOR ANNOUNCED FOR AN
      *    OPEN PURCHASE ORDER LINE, WITH ITS QUANTITY (PURCHASE UNIT),
      *    LOT, EXPIRY AND SERIAL. RECEIVING STARTS FROM THEM AND LEAVES
      *    THE RECEIVED QUANTITY BESIDE THE ANNOUNCED ONE.
       FD AVISOS.
       01 AVI-REG.
           02 AVI-CLAVE.
               03 AVI-PEDNUM        PIC 9(06).
               03 AVI-PEDLIN        PIC 9(03).
               03 AVI-SEC           PIC 9(03).
           02 AVI-AVISO             PIC X(15).
           02 AVI-PROV              PIC X(10).
           02 AVI-CODART            PIC X(10).
           02 AVI-CODPROV           PIC X(20).
           02 AVI-CANT              PIC 9(5)V99.
           02 AVI-LOTE              PIC X(10).
           02 AVI-FVENCE            PIC X(08).
           02 AVI-SERIAL            PIC X(20).
           02 AVI-FAVISO            PIC X(08).
           02 AVI-ESTADO            PIC X(01).
               88 AVI-PENDIENTE         VALUE 'P'.
               88 AVI-RECIBIDO          VALUE 'R'.
           02 AVI-CANT-REC          PIC 9(5)V99.
           02 AVI-FRECIBO           PIC X(08).
           02 AVI-OPERADOR          PIC X(10).
           02 AVI-FILLER            PIC X(20).
