      *-----------------------------------------------------------------
      *    INTERCOMPANY SALES OF THE SELLING COMPANY, ONE PER INVOICE
      *    BILLED TO THE SISTER COMPANY OF THE GROUP (PAR-ICCLI). THE
      *    SALE IS PENDING ('P') UNTIL ITS PURCHASE ORDER, RECEIPT AND
      *    PAYABLE HAVE BEEN WRITTEN IN THE SISTER'S DATA SET
      *    (ICO-DESTINO), THEN COMPLETE ('C') WITH THE ORDER NUMBER
      *    THERE; A PENDING SALE WHOSE INVOICE IS VOIDED IS CANCELLED
      *    ('X'). ICO-MOTIVO TELLS WHY A SALE IS STILL PENDING.
      *-----------------------------------------------------------------
       FD INTERCO.
       01 ICO-REG.
           02 ICO-FACNUM            PIC 9(06).
           02 ICO-FECHA             PIC X(08).
           02 ICO-DESTINO           PIC X(08).
           02 ICO-PROV              PIC X(10).
           02 ICO-VALOR             PIC 9(9)V99.
           02 ICO-ESTADO            PIC X(01).
               88 ICO-EST-PENDIENTE     VALUE 'P'.
               88 ICO-EST-COMPLETA      VALUE 'C'.
               88 ICO-EST-ANULADA       VALUE 'X'.
           02 ICO-PEDNUM            PIC 9(06).
           02 ICO-OPERADOR          PIC X(10).
           02 ICO-FPROCESO          PIC X(08).
           02 ICO-MOTIVO            PIC X(40).
           02 ICO-FILLER            PIC X(20).
