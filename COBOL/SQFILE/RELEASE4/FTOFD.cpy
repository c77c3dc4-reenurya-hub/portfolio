      *    DAILY STOCK SNAPSHOT FOTO_AAAAMMDD.DAT, TAKEN BY THE END-OF-
      *    DAY CHAIN: PER ARTICLE ONE TOTAL RECORD (BLANK WAREHOUSE)
      *    WITH ITS AVERAGE COST, CATEGORY AND CONSIGNED UNITS,
      *    FOLLOWED BY ONE RECORD PER WAREHOUSE HOLDING STOCK.
       FD FOTOSTK.
       01 FTO-REG.
           02 FTO-FECHA             PIC X(08).
           02 FTO-CODART            PIC X(10).
           02 FTO-ALM               PIC X(02).
               88 FTO-TOTAL             VALUE SPACES.
           02 FTO-CANT              PIC 9(5)V99.
           02 FTO-AVGCOST           PIC 9(5)V99.
           02 FTO-CSGCANT           PIC 9(5)V99.
           02 FTO-CATEGORY          PIC X(15).
      *
      *    ONE LINE PER SNAPSHOT TAKEN: ITS DATE.
       FD FOTOLOG.
       01 FTL-RECORD           PIC X(08).
