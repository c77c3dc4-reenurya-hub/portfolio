           SELECT OPTIONAL RESERVAS ASSIGN TO "RESERVAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RSV-CLAVE
           FILE STATUS  IS WS-RSV-STATUS.
