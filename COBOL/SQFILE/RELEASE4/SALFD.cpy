       FD STOCKALM.
       01 SAL-REG.
           02 SAL-CLAVE.
               03 SAL-CODART        PIC X(10).
               03 SAL-ALM           PIC X(02).
           02 SAL-CANT              PIC 9(5)V99.
      *    MINIMUM AND MAXIMUM OF THE ARTICLE IN THE WAREHOUSE, IN
      *    WHOLE UNITS; SPACES WHEN NO LEVELS ARE SET. FOR 01 AND 02
      *    THE RECORD ONLY CARRIES THE LEVELS (STOCK IS CANT-ALM1 /
      *    CANT-ALM2 OF INVENTARIO.DAT).
           02 SAL-NIVELES.
               03 SAL-MIN           PIC 9(05).
               03 SAL-MAX           PIC 9(05).
