      *-----------------------------------------------------------------
      *    JOURNAL ENTRIES RAISED OUTSIDE THE STOCK MOVEMENTS (REBATE
      *    ACCRUALS AND SETTLEMENTS, PURCHASE PRICE VARIANCE, STANDARD
      *    COST REVALUATION, OBSOLESCENCE PROVISION), ONE RECORD PER
      *    DEBIT OR CREDIT LINE. CONTAB01 CARRIES THE LINES DATED IN
      *    THE PERIOD INTO CONTABLE.INT WITH EVERY EXTRACT, AS IT DOES
      *    DIFCAMB.DAT. A BATCH IS ONE RUN OF THE PROGRAM OF ASI-ORIGEN:
      *    THE MONTH FOR THE MONTHLY POSTINGS THAT ARE REWORKED IN FULL
      *    ON A RERUN (A RERUN REPLACES THEM), THE DATE AND TIME FOR
      *    THE OTHERS.
      *-----------------------------------------------------------------
       FD ASIENTOS.
       01 ASI-REG.
           02 ASI-CLAVE.
               03 ASI-ORIGEN        PIC X(08).
               03 ASI-LOTE          PIC X(14).
               03 ASI-SEC           PIC 9(04).
           02 ASI-FECHA             PIC X(08).
           02 ASI-LADO              PIC X(01).
               88 ASI-DEBITO            VALUE 'D'.
               88 ASI-CREDITO           VALUE 'C'.
           02 ASI-CUENTA            PIC X(10).
           02 ASI-VALOR             PIC 9(11)V99.
           02 ASI-CONCEPTO          PIC X(18).
           02 ASI-CATEGORY          PIC X(15).
           02 ASI-OPERADOR          PIC X(10).
           02 ASI-FILLER            PIC X(20).
