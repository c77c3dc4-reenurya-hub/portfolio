           SELECT OPTIONAL CONSCLI ASSIGN TO "CONSCLI.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CSC-CLAVE
           FILE STATUS  IS WS-CSC-STATUS.
