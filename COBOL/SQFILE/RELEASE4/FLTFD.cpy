      *-----------------------------------------------------------------
      *    LOTS TAKEN BY EACH INVOICE LINE, ONE RECORD PER LOT DRAWN
      *    DOWN BY THE FEFO CONSUMPTION, SO A VOIDED INVOICE CAN PUT
      *    THE QUANTITY BACK INTO THE SAME LOTS.
      *-----------------------------------------------------------------
       FD FACLOTE.
       01 FLT-REG.
           02 FLT-FACNUM            PIC 9(06).
           02 FLT-FECHA             PIC X(08).
           02 FLT-CODART            PIC X(10).
           02 FLT-LOTE              PIC X(10).
           02 FLT-CANT              PIC 9(5)V99.
