           SELECT OPTIONAL CAJAMOV ASSIGN TO "CAJAMOV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CJM-STATUS.
