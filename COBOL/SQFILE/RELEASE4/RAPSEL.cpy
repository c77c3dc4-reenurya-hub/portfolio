           SELECT OPTIONAL RAPPEL ASSIGN TO "RAPPEL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RAP-CLAVE
           FILE STATUS  IS WS-RAP-STATUS.
