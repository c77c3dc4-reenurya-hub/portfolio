      *-----------------------------------------------------------------
      *    INTERCOMPANY POSTING REQUEST FOR INTERCO01. WITH
      *    LNK-ICO-POSTEO THE CALLER PASSES THE NUMBER OF AN INVOICE
      *    JUST POSTED TO THE SISTER COMPANY; THE PURCHASE SIDE IS
      *    WRITTEN IN THE SISTER'S DATA SET WITHOUT A SCREEN AND
      *    LNK-ICO-RESULT RETURNS COMPLETE ('C') OR PENDING ('P'), WITH
      *    THE REASON IN LNK-ICO-MOTIVO. ANY OTHER MODE OPENS THE
      *    INTERCOMPANY SALES SCREEN.
      *-----------------------------------------------------------------
       01 LNK-ICO.
           02 LNK-ICO-MODO       PIC X(01).
               88 LNK-ICO-POSTEO       VALUE 'P'.
           02 LNK-ICO-FACNUM     PIC 9(06).
           02 LNK-ICO-RESULT     PIC X(01).
               88 LNK-ICO-HECHO        VALUE 'C'.
               88 LNK-ICO-PENDIENTE    VALUE 'P'.
           02 LNK-ICO-MOTIVO     PIC X(40).
