      *    VOLUME REBATE AGREEMENTS: PER VENDOR AND PERIOD, UP TO FIVE
      *    TIERS OF PURCHASE VALUE (IN LOCAL CURRENCY, ASCENDING) AND
      *    THE PERCENTAGE EARNED OVER THE WHOLE PERIOD'S PURCHASES ONCE
      *    THE TIER IS REACHED. KEEPS WHAT HAS BEEN ACCRUED SO FAR AND
      *    THE LAST MONTH ACCRUED; SETTLED AGREEMENTS ARE CLOSED.
       FD RAPPEL.
       01 RAP-REG.
           02 RAP-CLAVE.
               03 RAP-PROV          PIC X(10).
               03 RAP-DESDE         PIC X(08).
           02 RAP-HASTA             PIC X(08).
           02 RAP-TRAMOS.
               03 RAP-TRAMO OCCURS 5 TIMES.
                   04 RAP-UMBRAL    PIC 9(11)V99.
                   04 RAP-PCT       PIC 9(02)V99.
           02 RAP-ESTADO            PIC X(01).
               88 RAP-VIGENTE           VALUE 'V'.
               88 RAP-LIQUIDADO         VALUE 'L'.
           02 RAP-CAUSADO           PIC 9(11)V99.
           02 RAP-MESCAUSA          PIC X(06).
           02 RAP-FLIQ              PIC X(08).
           02 RAP-FECHA             PIC X(08).
           02 RAP-OPERADOR          PIC X(10).
           02 RAP-FILLER            PIC X(20).
