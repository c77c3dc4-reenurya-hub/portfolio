           SELECT OPTIONAL PRONMES ASSIGN TO "PRONMES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PMS-CLAVE
           FILE STATUS  IS WS-PMS-STATUS.
