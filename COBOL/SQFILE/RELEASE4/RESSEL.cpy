           SELECT OPTIONAL RESOLUC ASSIGN TO "RESOLUC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RES-ID
           FILE STATUS  IS WS-RES-STATUS.
