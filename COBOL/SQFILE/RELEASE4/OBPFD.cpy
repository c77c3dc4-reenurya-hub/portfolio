      *    OBSOLESCENCE PROVISION PERCENTAGES: ONE PER STOCK AGE BUCKET
      *    (DAYS SINCE THE LAST MOVEMENT: 0-30, 31-60, 61-90, 91-180,
      *    OVER 180) AND ONE FOR THE QUANTITY IN EXPIRED LOTS. THE
      *    ROW WITH A BLANK CATEGORY IS THE GENERAL TABLE; A ROW PER
      *    CATEGORY OVERRIDES IT.
       FD PROVOBS.
       01 OBP-REG.
           02 OBP-CATEGORY          PIC X(15).
           02 OBP-PCTS.
               03 OBP-PCT           PIC 9(3)V99 OCCURS 6 TIMES.
           02 OBP-FECHA             PIC X(08).
           02 OBP-OPERADOR          PIC X(10).
           02 OBP-FILLER            PIC X(20).
