      *-----------------------------------------------------------------
      *    MANAGEMENT INDICATORS OF THE COMPANY PER MONTH, AS LAST
      *    CALCULATED BY KPI01. KEPT APART FROM THE DOCUMENT FILES SO
      *    THE COMPARISONS WITH EARLIER MONTHS AND YEARS SURVIVE THE
      *    YEAR-END ARCHIVE OF FACTURAS AND THE MONTHLY MOVEMENT
      *    ROLLOVER. KPI-TABLA VIEWS THE FIGURES IN REPORT ORDER.
      *-----------------------------------------------------------------
       FD KPIMES.
       01 KPI-REG.
           02 KPI-MES               PIC X(06).
           02 KPI-FECHA             PIC X(08).
           02 KPI-OPERADOR          PIC X(10).
           02 KPI-CIFRAS.
               03 KPI-VENTAS        PIC S9(11)V99.
               03 KPI-MARGEN        PIC S9(11)V99.
               03 KPI-MARGEN-PCT    PIC S9(11)V99.
               03 KPI-INVENT        PIC S9(11)V99.
               03 KPI-DIAS-INV      PIC S9(11)V99.
               03 KPI-ROTACION      PIC S9(11)V99.
               03 KPI-DSO           PIC S9(11)V99.
               03 KPI-DPO           PIC S9(11)V99.
               03 KPI-SERVICIO      PIC S9(11)V99.
               03 KPI-MERMA-D       PIC S9(11)V99.
               03 KPI-MERMA-R       PIC S9(11)V99.
               03 KPI-MERMA-V       PIC S9(11)V99.
               03 KPI-MERMA-C       PIC S9(11)V99.
               03 KPI-MERMA-O       PIC S9(11)V99.
               03 KPI-VENCIDA       PIC S9(11)V99.
           02 KPI-TABLA REDEFINES KPI-CIFRAS.
               03 KPI-VALOR         PIC S9(11)V99 OCCURS 15 TIMES.
           02 KPI-FILLER            PIC X(30).
