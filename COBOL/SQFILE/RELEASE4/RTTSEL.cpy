           SELECT OPTIONAL RETTER ASSIGN TO "RETTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RTT-CLAVE
           FILE STATUS  IS WS-RTT-STATUS.
