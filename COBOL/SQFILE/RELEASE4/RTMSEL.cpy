           SELECT OPTIONAL RETMOV ASSIGN TO "RETMOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RTM-CLAVE
           FILE STATUS  IS WS-RTM-STATUS.
