      *    OBSOLESCENCE PROVISION BOOKED PER MONTH AND CATEGORY: THE
      *    STOCK AT COST AT THE MONTH END AND THE PROVISION REQUIRED,
      *    AGAINST WHICH THE NEXT MONTH POSTS ONLY THE DIFFERENCE.
       FD PROVHIS.
       01 OBH-REG.
           02 OBH-CLAVE.
               03 OBH-MES           PIC X(06).
               03 OBH-CATEGORY      PIC X(15).
           02 OBH-VALOR             PIC 9(11)V99.
           02 OBH-PROVISION         PIC 9(11)V99.
           02 OBH-FECHA             PIC X(08).
           02 OBH-OPERADOR          PIC X(10).
