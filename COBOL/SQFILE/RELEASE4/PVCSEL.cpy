           SELECT OPTIONAL PROVCOD ASSIGN TO "PROVCOD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PVC-CLAVE
           FILE STATUS  IS WS-PVC-STATUS.
