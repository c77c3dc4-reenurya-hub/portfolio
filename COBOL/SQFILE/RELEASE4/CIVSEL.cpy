           SELECT OPTIONAL CONCINV ASSIGN TO "CONCINV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CIV-CLAVE
           FILE STATUS  IS WS-CIV-STATUS.
