           SELECT OPTIONAL CUPOSOL ASSIGN TO "CUPOSOL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CPS-CLAVE
           FILE STATUS  IS WS-CPS-STATUS.
