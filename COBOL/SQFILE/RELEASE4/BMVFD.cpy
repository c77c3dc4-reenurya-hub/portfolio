       FD BANCOMOV.
       01 BMV-REG.
           02 BMV-CLAVE.
               03 BMV-FECHA         PIC X(08).
               03 BMV-TIPO          PIC X(01).
                   88 BMV-CREDITO       VALUE 'C'.
                   88 BMV-DEBITO        VALUE 'D'.
               03 BMV-VALOR         PIC 9(9)V99.
               03 BMV-REF           PIC X(20).
           02 BMV-ESTADO            PIC X(01).
               88 BMV-PENDIENTE         VALUE 'P'.
               88 BMV-CONCILIADO        VALUE 'C'.
           02 BMV-ORIGEN            PIC X(01).
               88 BMV-ORI-PAGO          VALUE 'P'.
               88 BMV-ORI-PROVEEDOR     VALUE 'V'.
           02 BMV-DOCREF            PIC X(22).
           02 BMV-FCONCIL           PIC X(08).
           02 BMV-FILLER            PIC X(20).
