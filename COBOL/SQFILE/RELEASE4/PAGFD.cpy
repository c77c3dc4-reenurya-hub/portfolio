           03 PAG-VALOR        PIC 9(7)V99.
           03 PAG-METODO       PIC X(06).
           03 PAG-FACTURA      PIC 9(06).
           03 PAG-OPERADOR     PIC X(10).
           03 PAG-SESION       PIC 9(06).
