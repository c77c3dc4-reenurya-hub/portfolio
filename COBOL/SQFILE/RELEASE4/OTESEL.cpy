           SELECT OPTIONAL ORDENSAM ASSIGN TO "ORDENSAM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OTE-CLAVE
           FILE STATUS  IS WS-OTE-STATUS.
