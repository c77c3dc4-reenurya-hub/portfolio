           SELECT OPTIONAL STDHIST ASSIGN TO "STDHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-STH-STATUS.
