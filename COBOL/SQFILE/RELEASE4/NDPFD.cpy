      *    DEBIT NOTES AGAINST VENDORS, ONE PER RETURN TO VENDOR POSTED
      *    IN INV01, VALUED AT THE AGREED PRICE OF THE PURCHASE ORDER
      *    LINE THE GOODS CAME ON. NDP-APLICADO IS WHAT HAS BEEN USED
      *    TO OFFSET OPEN INVOICES IN CXPAG01; NDP-MEMO IS THE VENDOR'S
      *    OWN CREDIT MEMO ONCE IT ARRIVES AND IS MATCHED - UNTIL THEN
      *    THE RETURN IS STILL OPEN.
       FD NOTASPRV.
       01 NDP-REG.
           02 NDP-NUM               PIC 9(06).
           02 NDP-FECHA             PIC X(08).
           02 NDP-PROV              PIC X(10).
           02 NDP-PEDREF            PIC 9(06).
           02 NDP-CODART            PIC X(10).
           02 NDP-CANT              PIC 9(5)V99.
           02 NDP-COSTO             PIC 9(5)V99.
           02 NDP-VALOR             PIC 9(9)V99.
           02 NDP-APLICADO          PIC 9(9)V99.
           02 NDP-ESTADO            PIC X(01).
               88 NDP-EST-DISPONIBLE    VALUE 'A'.
               88 NDP-EST-APLICADA      VALUE 'C'.
           02 NDP-MEMO              PIC X(12).
           02 NDP-FMEMO             PIC X(08).
           02 NDP-OPERADOR          PIC X(10).
           02 NDP-FILLER            PIC X(20).
