      *-----------------------------------------------------------------
      *    CUSTOMER ARTICLE CROSS-REFERENCE: THE ITEM CODE A CUSTOMER
      *    USES ON ITS OWN ORDERS AND THE CODART IT STANDS FOR.
      *-----------------------------------------------------------------
       FD CLIARTIC.
       01 CAA-REG.
           02 CAA-CLAVE.
               03 CAA-CLIENTE       PIC X(10).
               03 CAA-CODCLI        PIC X(20).
           02 CAA-CODART            PIC X(10).
           02 CAA-DESCCLI           PIC X(30).
           02 CAA-FECHA             PIC X(08).
           02 CAA-OPERADOR          PIC X(10).
           02 CAA-FILLER            PIC X(12).
