      *-----------------------------------------------------------------
      *    WITHHOLDINGS APPLIED, ONE RECORD PER DOCUMENT AND CONCEPT:
      *    PRACTICED ON VENDOR INVOICES (P, DOCUMENT = THE VENDOR'S
      *    INVOICE NUMBER) AND SUFFERED ON OUR INVOICES PAID BY A
      *    CUSTOMER (C, DOCUMENT = 'F' AND THE INVOICE NUMBER). SOURCE
      *    OF THE ANNUAL CERTIFICATES AND OF THE MONTHLY SUMMARY.
      *-----------------------------------------------------------------
       FD RETMOV.
       01 RTM-REG.
           02 RTM-CLAVE.
               03 RTM-TERC-TIPO     PIC X(01).
                   88 RTM-PRACTICADA    VALUE 'P'.
                   88 RTM-SUFRIDA       VALUE 'C'.
               03 RTM-TERCERO       PIC X(10).
               03 RTM-DOC           PIC X(12).
               03 RTM-CONCEPTO      PIC X(06).
           02 RTM-FECHA             PIC X(08).
           02 RTM-RTCTIPO           PIC X(01).
           02 RTM-BASE              PIC 9(9)V99.
           02 RTM-TARIFA            PIC 9(02)V999.
           02 RTM-VALOR             PIC 9(9)V99.
           02 RTM-OPERADOR          PIC X(10).
           02 RTM-FILLER            PIC X(20).
