           SELECT OPTIONAL FACLOTE ASSIGN TO "FACLOTE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FLT-STATUS.
