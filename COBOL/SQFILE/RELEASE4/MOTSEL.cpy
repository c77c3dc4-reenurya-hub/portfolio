           SELECT OPTIONAL MOTIVOS ASSIGN TO "MOTIVOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS MOT-CODIGO
           FILE STATUS  IS WS-MOT-STATUS.
