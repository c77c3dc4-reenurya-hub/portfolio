      *-----------------------------------------------------------------
      *    AVAILABLE-TO-PROMISE REQUEST FOR ATP01. THE CALLER FILLS
      *    ARTICLE, WAREHOUSE (SPACES = ALL) AND QUANTITY; WITH
      *    LNK-ATP-CONSULTA THE PROJECTION IS COMPUTED WITHOUT A
      *    SCREEN AND RETURNS THE QUANTITY AVAILABLE TODAY AND THE
      *    EARLIEST DATE THE QUANTITY CAN BE PROMISED (SPACES WHEN NOT
      *    WITHIN THE HORIZON). ANY OTHER MODE OPENS THE INQUIRY.
      *-----------------------------------------------------------------
       01 LNK-ATP.
           02 LNK-ATP-MODO       PIC X(01).
               88 LNK-ATP-CONSULTA     VALUE 'C'.
           02 LNK-ATP-CODART     PIC X(10).
           02 LNK-ATP-ALM        PIC X(02).
           02 LNK-ATP-CANT       PIC 9(5)V99.
           02 LNK-ATP-HOY        PIC S9(7)V99.
           02 LNK-ATP-FECHA      PIC X(08).
