           02 PRK-PROMO             PIC X(06).
           02 PRK-COSTO             PIC ZZZZ9.99.
           02 PRK-OPERADOR          PIC X(10).
           02 PRK-PBASE             PIC ZZZZ9.99.
           02 PRK-PTIPO             PIC X(01).
           02 PRK-FILLER            PIC X(01).
