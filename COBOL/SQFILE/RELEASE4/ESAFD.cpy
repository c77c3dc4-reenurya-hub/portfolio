      *-----------------------------------------------------------------
      *    ARTICLE LIFECYCLE STATUS, ONE RECORD PER ARTICLE THAT LEFT
      *    THE PLAIN ACTIVE STATE: NEW (NOT SOLD UNTIL IT HAS A PRICE),
      *    PHASE-OUT (SOLD BUT NEVER BOUGHT AGAIN) OR DISCONTINUED
      *    (NOT BOUGHT, REPLACED BY ESA-REEMPLAZO). AN ARTICLE WITHOUT
      *    A RECORD IS ACTIVE. EVERY CHANGE IS LOGGED TO ESTHIST.DAT.
      *-----------------------------------------------------------------
       FD ESTART.
       01 ESA-REG.
           02 ESA-CODART            PIC X(10).
           02 ESA-ESTADO            PIC X(01).
               88 ESA-NUEVO             VALUE 'N'.
               88 ESA-ACTIVO            VALUE 'A'.
               88 ESA-FASE-SALIDA       VALUE 'F'.
               88 ESA-DESCONTINUADO     VALUE 'D'.
           02 ESA-REEMPLAZO         PIC X(10).
           02 ESA-FECHA             PIC X(08).
           02 ESA-OPERADOR          PIC X(10).
           02 ESA-FILLER            PIC X(20).
      *
       FD ESTHIST.
       01 ESH-REG.
           02 ESH-FECHA             PIC X(08).
           02 ESH-HORA              PIC X(06).
           02 ESH-CODART            PIC X(10).
           02 ESH-ANTES             PIC X(01).
           02 ESH-ESTADO            PIC X(01).
           02 ESH-REEMPLAZO         PIC X(10).
           02 ESH-OPERADOR          PIC X(10).
           02 ESH-MOTIVO            PIC X(30).
