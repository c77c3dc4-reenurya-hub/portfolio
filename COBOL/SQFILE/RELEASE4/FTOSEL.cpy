           SELECT OPTIONAL FOTOSTK ASSIGN TO WS-FTO-FNAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FTO-STATUS.
      *
           SELECT OPTIONAL FOTOLOG ASSIGN TO "FOTOS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FTL-STATUS.
