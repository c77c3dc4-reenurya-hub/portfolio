           SELECT OPTIONAL CODXREF ASSIGN TO "CODXREF.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS XRF-VIEJO
           FILE STATUS  IS WS-XRF-STATUS.
