           SELECT OPTIONAL CHEQUES ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHQ-CLAVE
           FILE STATUS  IS WS-CHQ-STATUS.
