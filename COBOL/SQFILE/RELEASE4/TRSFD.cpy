      *-----------------------------------------------------------------
      *    TRANSFER DOCUMENTS BETWEEN WAREHOUSES. A DOCUMENT STAYS IN
      *    TRANSIT ('T') FROM THE DISPATCH UNTIL THE DESTINATION
      *    CONFIRMS IT; TRS-FLLEGA IS THE ARRIVAL EXPECTED AT DISPATCH
      *    (SPACES ON DOCUMENTS OLDER THAN THE FIELD). BETWEEN 1 AND 2
      *    THE CODES ARE ONE CHARACTER WITH TRS-DE2 / TRS-HA2 IN
      *    SPACES; ANY OTHER WAREHOUSE OF ALMACEN.DAT CARRIES ITS
      *    SECOND CHARACTER THERE ('03' IS TRS-DE '0' + TRS-DE2 '3').
      *-----------------------------------------------------------------
       FD TRANSITO.
       01 TRS-REG.
           02 TRS-NUM               PIC 9(06).
           02 TRS-FECHA             PIC X(08).
           02 TRS-CODART            PIC X(10).
           02 TRS-DE                PIC X(01).
           02 TRS-HA                PIC X(01).
           02 TRS-CANT              PIC 9(5)V99.
           02 TRS-CANTREC           PIC 9(5)V99.
           02 TRS-ESTADO            PIC X(01).
               88 TRS-EST-TRANSITO      VALUE 'T'.
               88 TRS-EST-CONFIRMADO    VALUE 'C'.
           02 TRS-FRECIBO           PIC X(08).
           02 TRS-MOTIVO            PIC X(20).
           02 TRS-OPERADOR          PIC X(10).
           02 TRS-FLLEGA            PIC X(08).
           02 TRS-DE2               PIC X(01).
           02 TRS-HA2               PIC X(01).
