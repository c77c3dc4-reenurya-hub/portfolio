           SELECT OPTIONAL TRANSITO ASSIGN TO "TRANSITO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TRS-NUM
           FILE STATUS  IS WS-TRS-STATUS.
