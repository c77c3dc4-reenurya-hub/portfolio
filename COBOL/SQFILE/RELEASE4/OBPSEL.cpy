           SELECT OPTIONAL PROVOBS ASSIGN TO "PROVOBS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS OBP-CATEGORY
           FILE STATUS  IS WS-OBP-STATUS.
