           SELECT OPTIONAL TIENDA ASSIGN TO "TIENDA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TND-CODART
           FILE STATUS  IS WS-TND-STATUS.
