           SELECT OPTIONAL PROVHIS ASSIGN TO "PROVHIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OBH-CLAVE
           FILE STATUS  IS WS-OBH-STATUS.
