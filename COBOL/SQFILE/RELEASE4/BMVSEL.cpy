           SELECT OPTIONAL BANCOMOV ASSIGN TO "BANCOMOV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BMV-CLAVE
           FILE STATUS  IS WS-BMV-STATUS.
