           SELECT OPTIONAL PROPPAG ASSIGN TO "PROPPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PPG-CLAVE
           FILE STATUS  IS WS-PPG-STATUS.
