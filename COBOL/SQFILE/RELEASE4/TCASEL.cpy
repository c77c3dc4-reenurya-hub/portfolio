           SELECT OPTIONAL TCAMBIO ASSIGN TO "TCAMBIO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TCA-STATUS.
