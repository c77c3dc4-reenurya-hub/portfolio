           SELECT OPTIONAL CONCPAG ASSIGN TO "CONCPAG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CPG-LINEA
           FILE STATUS  IS WS-CPG-STATUS.
