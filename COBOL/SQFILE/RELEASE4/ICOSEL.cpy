           SELECT OPTIONAL INTERCO ASSIGN TO "INTERCO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ICO-FACNUM
           FILE STATUS  IS WS-ICO-STATUS.
