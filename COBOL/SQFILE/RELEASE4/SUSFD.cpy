      *-----------------------------------------------------------------
      *    SUBSTITUTE ARTICLES. EACH ARTICLE LISTS ITS EQUIVALENT ('E')
      *    OR UPGRADE ('M') ARTICLES IN RANKING ORDER (SUS-RANGO 01 IS
      *    OFFERED FIRST). THE PRICE RULE TELLS HOW THE SUBSTITUTE IS
      *    PRICED WHEN IT TAKES THE PLACE OF THE ARTICLE ASKED FOR:
      *    SPACES = ITS OWN PRICE, 'O' = THE PRICE OF THE ORIGINAL
      *    ARTICLE, 'D' = ITS OWN PRICE LESS SUS-PCT PERCENT.
      *-----------------------------------------------------------------
       FD SUSTIT.
       01 SUS-REG.
           02 SUS-CLAVE.
               03 SUS-CODART        PIC X(10).
               03 SUS-RANGO         PIC 9(02).
           02 SUS-SUSTITUTO         PIC X(10).
           02 SUS-TIPO              PIC X(01).
               88 SUS-EQUIVALENTE       VALUE 'E'.
               88 SUS-MEJORA            VALUE 'M'.
           02 SUS-REGLA             PIC X(01).
               88 SUS-PRECIO-PROPIO     VALUE ' '.
               88 SUS-PRECIO-ORIGINAL   VALUE 'O'.
               88 SUS-PRECIO-DESCUENTO  VALUE 'D'.
           02 SUS-PCT               PIC 9(3)V99.
           02 SUS-FECHA             PIC X(08).
           02 SUS-OPERADOR          PIC X(10).
           02 SUS-FILLER            PIC X(20).
      *
      *-----------------------------------------------------------------
      *    SALES SHORT OF STOCK AT INVOICING: A LINE REPLACED BY A
      *    SUBSTITUTE ('S', SSL-SUSTITUTO FILLED) OR A SALE LOST FOR
      *    LACK OF STOCK ('P'). SSL-VALOR IS THE VALUE OF THE LINE:
      *    AS INVOICED FOR A SUBSTITUTION, AT THE PRICE OF THE ARTICLE
      *    ASKED FOR WHEN THE SALE WAS LOST.
      *-----------------------------------------------------------------
       FD SUSTLOG.
       01 SSL-REG.
           02 SSL-FECHA             PIC X(08).
           02 SSL-HORA              PIC X(06).
           02 SSL-TIPO              PIC X(01).
               88 SSL-SUSTITUCION       VALUE 'S'.
               88 SSL-PERDIDA           VALUE 'P'.
           02 SSL-CODART            PIC X(10).
           02 SSL-SUSTITUTO         PIC X(10).
           02 SSL-CANT              PIC 9(5)V99.
           02 SSL-VALOR             PIC 9(7)V99.
           02 SSL-FACTURA           PIC 9(06).
           02 SSL-OPERADOR          PIC X(10).
