               88 PRV-INACTIVO     VALUE 'I'.
           03 PRV-SALDO        PIC S9(7)V99.
           03 PRV-MONEDA       PIC X(03).
      *    TAX ID (NIT OR CEDULA, DIGITS ONLY), ITS CHECK DIGIT AND
      *    THE ADDRESS, FOR THE YEARLY THIRD-PARTY REPORT.
           03 PRV-NIT          PIC X(10).
           03 PRV-NITDV        PIC X(01).
           03 PRV-DIR          PIC X(30).
      *    BANK CODE, ACCOUNT TYPE AND ACCOUNT NUMBER THE PAYMENT RUN
      *    TRANSFERS TO.
           03 PRV-BANCO        PIC X(04).
           03 PRV-CTA-TIPO     PIC X(01).
               88 PRV-CTA-AHORROS  VALUE 'A'.
               88 PRV-CTA-CORRIENTE VALUE 'C'.
           03 PRV-CUENTA       PIC X(17).
           03 PRV-FILLER       PIC X(07).
