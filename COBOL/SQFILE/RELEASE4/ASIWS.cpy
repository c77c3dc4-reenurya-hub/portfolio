      *-----------------------------------------------------------------
      *    WORK AREA OF THE JOURNAL ROUTINES OF ASIPOST.CPY. THE CALLER
      *    NAMES THE BATCH (ORIGIN AND MONTH OR STAMP) AND, FOR EVERY
      *    PAIR, THE DATE, DEBIT AND CREDIT ACCOUNTS, VALUE, CONCEPT
      *    AND CATEGORY.
      *-----------------------------------------------------------------
       01 WS-ASIENTO.
           03 WS-ASI-STATUS          PIC XX.
           03 WS-ASI-ORIGEN          PIC X(08).
           03 WS-ASI-LOTE            PIC X(14).
           03 WS-ASI-SEC             PIC 9(04) VALUE 0.
           03 WS-ASI-ABIERTO         PIC 9 VALUE 0.
           03 WS-ASI-FIN             PIC 9 VALUE 0.
           03 WS-ASI-FECHA           PIC X(08).
           03 WS-ASI-CTADEB          PIC X(10).
           03 WS-ASI-CTACRE          PIC X(10).
           03 WS-V-ASI-VAL           PIC 9(11)V99 VALUE 0.
           03 WS-ASI-CONCEPTO        PIC X(18).
           03 WS-ASI-CATEGORY        PIC X(15).
