           SELECT OPTIONAL SERVICIO ASSIGN TO "SERVICIO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SVC-CLAVE
           FILE STATUS  IS WS-SVC-STATUS.
