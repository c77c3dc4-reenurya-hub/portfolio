           SELECT OPTIONAL FACPROV ASSIGN TO "FACPROV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FPR-CLAVE
           FILE STATUS  IS WS-FPR-STATUS.
