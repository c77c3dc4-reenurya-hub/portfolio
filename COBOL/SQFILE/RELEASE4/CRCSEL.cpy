           SELECT OPTIONAL COSTOREC ASSIGN TO "COSTOREC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CRC-STATUS.
