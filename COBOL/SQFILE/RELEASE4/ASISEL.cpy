           SELECT OPTIONAL ASIENTOS ASSIGN TO "ASIENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ASI-CLAVE
           FILE STATUS  IS WS-ASI-STATUS.
