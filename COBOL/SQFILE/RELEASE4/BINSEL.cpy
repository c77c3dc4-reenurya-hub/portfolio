           SELECT OPTIONAL BINES ASSIGN TO "BINES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BIN-CLAVE
           FILE STATUS  IS WS-BIN-STATUS.
