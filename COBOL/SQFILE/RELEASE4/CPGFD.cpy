       FD CONCPAG.
       01 CPG-REG.
           02 CPG-LINEA             PIC 9(07).
           02 CPG-FECHA             PIC X(08).
           02 CPG-VALOR             PIC 9(7)V99.
           02 CPG-FCONCIL           PIC X(08).
           02 CPG-BANCO             PIC X(20).
           02 CPG-FILLER            PIC X(10).
