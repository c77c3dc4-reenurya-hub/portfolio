      *    VENDOR ITEM CODES: THE CODE EACH VENDOR USES FOR AN ARTICLE,
      *    MAPPED TO OUR CODART. A CODE SEEN IN A SUPPLIER FILE THAT IS
      *    NOT MAPPED YET IS KEPT WITH CODART IN BLANK UNTIL SOMEONE
      *    MAPS IT, SO IT IS LISTED ONCE INSTEAD OF EVERY MONTH.
       FD PROVCOD.
       01 PVC-REG.
           02 PVC-CLAVE.
               03 PVC-PROV          PIC X(10).
               03 PVC-CODPROV       PIC X(20).
           02 PVC-CODART            PIC X(10).
               88 PVC-SIN-ASOCIAR       VALUE SPACES.
           02 PVC-DESC              PIC X(35).
           02 PVC-ORIGEN            PIC X(10).
           02 PVC-FECHA             PIC X(08).
           02 PVC-OPERADOR          PIC X(10).
           02 PVC-FILLER            PIC X(20).
