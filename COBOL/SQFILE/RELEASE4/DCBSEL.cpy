           SELECT OPTIONAL DIFCAMB ASSIGN TO "DIFCAMB.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCB-STATUS.
