      *-----------------------------------------------------------------
      *    ONLINE STORE SNAPSHOT: WHAT WAS LAST SENT TO THE WEB SHOP
      *    FOR EACH ARTICLE, SO THE INCREMENTAL EXPORT ONLY SENDS THE
      *    ARTICLES WHOSE PRICE, STOCK OR STATUS CHANGED SINCE.
      *-----------------------------------------------------------------
       FD TIENDA.
       01 TND-REG.
           02 TND-CODART            PIC X(10).
           02 TND-PRECIVA           PIC 9(6)V99.
           02 TND-PROMIVA           PIC 9(6)V99.
           02 TND-DISP              PIC 9(5)V99.
           02 TND-ESTADO            PIC X(01).
           02 TND-ENVIO             PIC X(14).
           02 TND-FILLER            PIC X(12).
