           SELECT OPTIONAL ALMACEN ASSIGN TO "ALMACEN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ALM-COD
           FILE STATUS  IS WS-ALM-STATUS.
