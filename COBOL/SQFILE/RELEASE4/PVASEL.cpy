           SELECT OPTIONAL PROVART ASSIGN TO "PROVART.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PVA-CLAVE
           FILE STATUS  IS WS-PVA-STATUS.
