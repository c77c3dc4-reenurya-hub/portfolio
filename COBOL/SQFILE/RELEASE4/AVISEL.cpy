           SELECT OPTIONAL AVISOS ASSIGN TO "AVISOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AVI-CLAVE
           FILE STATUS  IS WS-AVI-STATUS.
