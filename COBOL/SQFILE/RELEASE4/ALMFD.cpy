      *-----------------------------------------------------------------
      *    WAREHOUSE MASTER. A CUSTOMER-TYPE WAREHOUSE IS THE
      *    CONSIGNMENT LOCATION OF ONE CUSTOMER (ALM-CLIENTE): ITS
      *    STOCK IS OURS BUT SITS AT THE CUSTOMER'S PREMISES. A
      *    VEHICLE-TYPE WAREHOUSE IS A ROUTE VAN; ITS DRIVER (AN
      *    OPERATOR) IS KEPT IN THE SAME FIELD AS ALM-CONDUCTOR.
      *-----------------------------------------------------------------
       FD ALMACEN.
       01 ALM-REG.
           02 ALM-COD               PIC X(02).
           02 ALM-NOMBRE            PIC X(25).
           02 ALM-ACTFLAG           PIC X(01).
               88 ALM-ACTIVO            VALUE 'A'.
               88 ALM-INACTIVO          VALUE 'I'.
           02 ALM-TIPO              PIC X(01).
               88 ALM-TIPO-INTERNO      VALUE ' ' 'I'.
               88 ALM-TIPO-CLIENTE      VALUE 'C'.
               88 ALM-TIPO-VEHICULO     VALUE 'V'.
           02 ALM-CLIENTE           PIC X(10).
           02 ALM-CONDUCTOR REDEFINES ALM-CLIENTE
                                    PIC X(10).
           02 ALM-FILLER            PIC X(01).
