       FD FACPROV.
       01 FPR-REG.
           02 FPR-CLAVE.
               03 FPR-PROV          PIC X(10).
               03 FPR-NUMFAC        PIC X(12).
           02 FPR-FECHA             PIC X(08).
           02 FPR-FVENCE            PIC X(08).
           02 FPR-PEDREF            PIC 9(06).
           02 FPR-VALOR             PIC 9(9)V99.
           02 FPR-ESTADO            PIC X(01).
               88 FPR-EST-REVISION      VALUE 'R'.
               88 FPR-EST-APROBADA      VALUE 'A'.
               88 FPR-EST-PAGADA        VALUE 'G'.
           02 FPR-OPERADOR          PIC X(10).
           02 FPR-FPAGO             PIC X(08).
           02 FPR-CONCIL            PIC X(01).
               88 FPR-CONCILIADA        VALUE 'S'.
      *    WITHHOLDINGS DEDUCTED FROM THE INVOICE, DETAILED IN
      *    RETMOV.DAT; THE VENDOR IS PAID FPR-VALOR LESS THIS. SPACES
      *    ON INVOICES ENTERED BEFORE WITHHOLDINGS WERE KEPT.
           02 FPR-RETENIDO          PIC 9(9)V99.
      *    PAID SO FAR BY PARTIAL PAYMENTS OF A PAYMENT RUN; THE
      *    INVOICE IS MARKED PAID WHEN THIS REACHES FPR-VALOR LESS
      *    FPR-RETENIDO. SPACES ON INVOICES ENTERED BEFORE.
           02 FPR-ABONADO           PIC 9(9)V99.
      *    WHO APPROVED THE INVOICE FROM THE REVIEW QUEUE (SPACES WHEN
      *    THE THREE-WAY MATCH APPROVED IT ON ENTRY) AND WHO POSTED ITS
      *    LAST PAYMENT, FOR THE SEGREGATION-OF-DUTIES REVIEW. SPACES
      *    ON INVOICES ENTERED BEFORE.
           02 FPR-APROBADOR         PIC X(10).
           02 FPR-PAGADOR           PIC X(10).
