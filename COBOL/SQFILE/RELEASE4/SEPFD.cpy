      *-----------------------------------------------------------------
      *    LAYAWAY (PLAN SEPARE) DOCUMENTS. LINE 000 IS THE HEADER WITH
      *    THE STATE AND THE DEPOSITS TAKEN; LINES 001-050 ARE THE
      *    ARTICLES HELD, EACH WITH ITS RESERVAS.DAT SEQUENCE.
      *-----------------------------------------------------------------
       FD SEPARES.
       01 SEP-REG.
           02 SEP-CLAVE.
               03 SEP-NUM           PIC 9(06).
               03 SEP-LIN           PIC 9(03).
           02 SEP-FECHA             PIC X(08).
           02 SEP-CLIENTE           PIC X(10).
           02 SEP-OPERADOR          PIC X(10).
           02 SEP-ESTADO            PIC X(01).
               88 SEP-EST-ABIERTO       VALUE 'A'.
               88 SEP-EST-FACTURADO     VALUE 'F'.
               88 SEP-EST-ANULADO       VALUE 'N'.
           02 SEP-FESTADO           PIC X(08).
           02 SEP-TOTAL             PIC 9(7)V99.
           02 SEP-ABONADO           PIC 9(7)V99.
           02 SEP-MULTA             PIC 9(7)V99.
           02 SEP-FACTURA           PIC 9(06).
           02 SEP-CODART            PIC X(10).
           02 SEP-DESCART           PIC X(35).
           02 SEP-CANT              PIC 9(5)V99.
           02 SEP-VRUNIT            PIC 9(5)V99.
           02 SEP-LINTOT            PIC 9(7)V99.
           02 SEP-TAXCLASS          PIC X(01).
           02 SEP-COSTO             PIC 9(5)V99.
           02 SEP-RSVSEQ            PIC 9(04).
           02 SEP-FILLER            PIC X(20).
