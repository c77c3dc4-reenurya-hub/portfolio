           SELECT OPTIONAL SUSTIT ASSIGN TO "SUSTIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SUS-CLAVE
           FILE STATUS  IS WS-SUS-STATUS.
      *
           SELECT OPTIONAL SUSTLOG ASSIGN TO "SUSTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-SSL-STATUS.
