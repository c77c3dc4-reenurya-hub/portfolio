      *-----------------------------------------------------------------
      *    WITHHOLDING CONCEPTS THAT APPLY TO EACH VENDOR (P), WHICH WE
      *    DEDUCT WHEN WE PAY IT, AND TO EACH CUSTOMER (C), WHICH IT
      *    DEDUCTS WHEN IT PAYS US.
      *-----------------------------------------------------------------
       FD RETTER.
       01 RTT-REG.
           02 RTT-CLAVE.
               03 RTT-TERC-TIPO     PIC X(01).
                   88 RTT-PROVEEDOR     VALUE 'P'.
                   88 RTT-CLIENTE       VALUE 'C'.
               03 RTT-TERCERO       PIC X(10).
               03 RTT-CONCEPTO      PIC X(06).
           02 RTT-OPERADOR          PIC X(10).
           02 RTT-FECHA             PIC X(08).
           02 RTT-FILLER            PIC X(10).
