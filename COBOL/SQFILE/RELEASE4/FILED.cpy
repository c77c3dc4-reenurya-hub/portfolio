           02 PAR-NEXTCOT           PIC 9(06).
           02 PAR-NEXTREM           PIC 9(06).
           02 PAR-RSVDIAS           PIC 9(03).
           02 PAR-PLAZO             PIC 9(03).
           02 PAR-CHQCOM            PIC 9(7)V99.
           02 PAR-NEXTCGO           PIC 9(06).
           02 PAR-TASAMORA          PIC 9(02)V99.
           02 PAR-NEXTNDB           PIC 9(06).
           02 PAR-MEDBCO            PIC X(24).
           02 PAR-CONDIAS           PIC 9(02).
           02 PAR-NEXTCAJ           PIC 9(06).
           02 PAR-NEXTSEP           PIC 9(06).
           02 PAR-SEPMULTA          PIC 9(02)V99.
           02 PAR-RESAVF            PIC 9(05).
           02 PAR-RESAVD            PIC 9(03).
           02 PAR-DSCOPE            PIC 9(02)V99.
           02 PAR-DSCSUP            PIC 9(02)V99.
           02 PAR-TIENDAF           PIC X(14).
           02 PAR-NEXTCSC           PIC 9(06).
           02 PAR-NEXTAVT           PIC 9(06).
           02 PAR-CTAPAG            PIC X(17).
           02 PAR-NEXTLPG           PIC 9(06).
           02 PAR-NEXTNDP           PIC 9(06).
           02 PAR-NEXTOTE           PIC 9(06).
           02 PAR-MOKIT             PIC 9(5)V99.
           02 PAR-CIFKIT            PIC 9(02)V99.
           02 PAR-NEXTSVC           PIC 9(06).
           02 PAR-ENTRENA           PIC X(01).
           02 PAR-ICDIR             PIC X(08).
           02 PAR-ICCLI             PIC X(10).
           02 PAR-ICPRV             PIC X(10).
      *
       FD OPERADORES.
       01 REG-OPERADOR.
