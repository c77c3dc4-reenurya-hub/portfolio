      *-----------------------------------------------------------------
      *    INVOICE NUMBERING RESOLUTIONS: EACH RANGE OF INVOICE NUMBERS
      *    THE TAX AUTHORITY AUTHORIZED, WITH ITS PREFIX AND EXPIRY.
      *-----------------------------------------------------------------
       FD RESOLUC.
       01 RES-REG.
           02 RES-ID                PIC X(20).
           02 RES-FECHA             PIC X(08).
           02 RES-PREFIJO           PIC X(04).
           02 RES-DESDE             PIC 9(06).
           02 RES-HASTA             PIC 9(06).
           02 RES-FVENCE            PIC X(08).
           02 RES-ESTADO            PIC X(01).
               88 RES-EST-ACTIVA        VALUE 'A'.
               88 RES-EST-INACTIVA      VALUE 'I'.
           02 RES-OPERADOR          PIC X(10).
           02 RES-FILLER            PIC X(20).
