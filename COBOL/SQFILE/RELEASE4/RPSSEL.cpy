           SELECT OPTIONAL REPOSIC ASSIGN TO "REPOSIC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RPS-NUM
           FILE STATUS  IS WS-RPS-STATUS.
