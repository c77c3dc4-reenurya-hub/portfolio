           SELECT OPTIONAL CAJAS ASSIGN TO "CAJAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CAJ-SESION
           FILE STATUS  IS WS-CAJ-STATUS.
