           SELECT OPTIONAL COTIZA ASSIGN TO "COTIZA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS COT-CLAVE
           FILE STATUS  IS WS-COT-STATUS.
