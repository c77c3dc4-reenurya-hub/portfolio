           SELECT OPTIONAL LIQRUTA ASSIGN TO "LIQRUTA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LQR-CLAVE
           FILE STATUS  IS WS-LQR-STATUS.
