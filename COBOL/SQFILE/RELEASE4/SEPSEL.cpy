           SELECT OPTIONAL SEPARES ASSIGN TO "SEPARES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SEP-CLAVE
           FILE STATUS  IS WS-SEP-STATUS.
