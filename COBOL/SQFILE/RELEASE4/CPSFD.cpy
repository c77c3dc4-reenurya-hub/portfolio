      *-----------------------------------------------------------------
      *    CREDIT LIMIT CHANGE REQUESTS: EVERY CHANGE TO CLI-CUPO IS
      *    QUEUED HERE PENDING UNTIL A SUPERVISOR OTHER THAN THE ONE
      *    WHO ASKED FOR IT APPROVES OR REJECTS IT. THE FILE IS ALSO
      *    THE HISTORY OF THE LIMITS OF EACH CUSTOMER.
      *-----------------------------------------------------------------
       FD CUPOSOL.
       01 CPS-REG.
           02 CPS-CLAVE.
               03 CPS-CLIENTE       PIC X(10).
               03 CPS-FSOL          PIC X(08).
               03 CPS-HSOL          PIC X(06).
           02 CPS-CUPO-ANT          PIC 9(7)V99.
           02 CPS-CUPO-NUEVO        PIC 9(7)V99.
           02 CPS-ESTADO            PIC X(01).
               88 CPS-EST-PENDIENTE     VALUE 'P'.
               88 CPS-EST-APROBADA      VALUE 'A'.
               88 CPS-EST-RECHAZADA     VALUE 'R'.
           02 CPS-SOLICITA          PIC X(10).
           02 CPS-APRUEBA           PIC X(10).
           02 CPS-FAPRUEBA          PIC X(08).
           02 CPS-FILLER            PIC X(20).
