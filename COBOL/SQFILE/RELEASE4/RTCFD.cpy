      *-----------------------------------------------------------------
      *    WITHHOLDING CONCEPTS: RETENCION EN LA FUENTE (F) AND RETEICA
      *    (C) APPLY OVER THE BASE BEFORE IVA, RETEIVA (I) OVER THE IVA
      *    OF THE DOCUMENT. THE RATE IS A PERCENT AND A CONCEPT ONLY
      *    APPLIES WHEN ITS OWN BASE REACHES THE MINIMUM.
      *-----------------------------------------------------------------
       FD RETENC.
       01 RTC-REG.
           02 RTC-CODIGO            PIC X(06).
           02 RTC-NOMBRE            PIC X(30).
           02 RTC-TIPO              PIC X(01).
               88 RTC-FUENTE            VALUE 'F'.
               88 RTC-RETEIVA           VALUE 'I'.
               88 RTC-RETEICA           VALUE 'C'.
               88 RTC-TIPO-OK           VALUES 'F' 'I' 'C'.
           02 RTC-TARIFA            PIC 9(02)V999.
           02 RTC-BASEMIN           PIC 9(9)V99.
           02 RTC-ACTFLAG           PIC X(01).
               88 RTC-ACTIVO            VALUE 'A'.
               88 RTC-INACTIVO          VALUE 'I'.
           02 RTC-FILLER            PIC X(20).
