      *-----------------------------------------------------------------
      *    DELIVERY RESULTS: WHAT HAPPENED TO EACH STOP OF A ROUTE
      *    SHEET. LINE 0 IS THE STOP (DELIVERED, PARTIAL OR FAILED,
      *    WHO RECEIVED IT, THE DRIVER AND ZONE); THE OTHER LINES ARE
      *    THE QUANTITIES REFUSED ON THAT LINE OF THE DOCUMENT, WHICH
      *    WENT BACK TO STOCK. A FAILED STOP CARRIES THE DATE OF THE
      *    ROUTE IT WAS MOVED TO.
      *-----------------------------------------------------------------
       FD ENTRESUL.
       01 ERS-REG.
           02 ERS-CLAVE.
               03 ERS-TIPO          PIC X(01).
                   88 ERS-TIPO-FACTURA   VALUE 'F'.
                   88 ERS-TIPO-REMISION  VALUE 'R'.
               03 ERS-NUM           PIC 9(06).
               03 ERS-FECHA         PIC X(08).
               03 ERS-LIN           PIC 9(03).
           02 ERS-CLIENTE           PIC X(10).
           02 ERS-ZONA              PIC X(06).
           02 ERS-CONDUCTOR         PIC X(10).
           02 ERS-RESULTADO         PIC X(01).
               88 ERS-RES-ENTREGADA     VALUE 'E'.
               88 ERS-RES-PARCIAL       VALUE 'P'.
               88 ERS-RES-FALLIDA       VALUE 'F'.
           02 ERS-RECIBE            PIC X(30).
           02 ERS-HORA              PIC X(04).
           02 ERS-RAZON             PIC X(06).
           02 ERS-CODART            PIC X(10).
           02 ERS-CANT              PIC 9(5)V99.
           02 ERS-REPROG            PIC X(08).
           02 ERS-OPERADOR          PIC X(10).
           02 ERS-FILLER            PIC X(20).
