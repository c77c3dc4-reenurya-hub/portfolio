      *-----------------------------------------------------------------
      *    ASSEMBLY WORK ORDERS. THE HEADER (OTE-LIN 0) CARRIES THE
      *    KIT, THE KITS PLANNED, THE GOOD AND SCRAPPED KITS OF THE
      *    COMPLETION AND THE COST ROLLED INTO THE KIT; ONE LINE PER
      *    COMPONENT CARRIES THE QUANTITY PER KIT, THE STANDARD FOR
      *    THE ORDER, WHAT WAS PICKED AT RELEASE, WHAT WAS ACTUALLY
      *    CONSUMED AND ITS COST. AN ORDER IS PLANNED ('P'), RELEASED
      *    WITH ITS COMPONENTS PICKED ('L'), COMPLETED ('C') OR
      *    CANCELLED ('X').
      *-----------------------------------------------------------------
       FD ORDENSAM.
       01 OTE-REG.
           02 OTE-CLAVE.
               03 OTE-NUM           PIC 9(06).
               03 OTE-LIN           PIC 9(03).
           02 OTE-CODART            PIC X(10).
           02 OTE-CANT-KIT          PIC 9(5)V99.
           02 OTE-CANT-PLAN         PIC 9(7)V99.
           02 OTE-CANT-SURT         PIC 9(7)V99.
           02 OTE-CANT-REAL         PIC 9(7)V99.
           02 OTE-CANT-DESECHO      PIC 9(7)V99.
           02 OTE-RAZON             PIC X(06).
           02 OTE-FPLAN             PIC X(08).
           02 OTE-FLIBERA           PIC X(08).
           02 OTE-FCIERRE           PIC X(08).
           02 OTE-CUNIT             PIC 9(7)V99.
           02 OTE-COSTO-MAT         PIC 9(9)V99.
           02 OTE-COSTO-MO          PIC 9(9)V99.
           02 OTE-COSTO-CIF         PIC 9(9)V99.
           02 OTE-ESTADO            PIC X(01).
               88 OTE-EST-PLANEADA      VALUE 'P'.
               88 OTE-EST-LIBERADA      VALUE 'L'.
               88 OTE-EST-COMPLETA      VALUE 'C'.
               88 OTE-EST-ANULADA       VALUE 'X'.
           02 OTE-ORIGEN            PIC X(01).
               88 OTE-ORIGEN-MRP        VALUE 'M'.
           02 OTE-OPERADOR          PIC X(10).
           02 OTE-FILLER            PIC X(20).
