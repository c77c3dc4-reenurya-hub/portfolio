           SELECT OPTIONAL AUTOVEN ASSIGN TO "AUTOVEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AVT-CLAVE
           FILE STATUS  IS WS-AVT-STATUS.
