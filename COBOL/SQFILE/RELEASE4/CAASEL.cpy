           SELECT OPTIONAL CLIARTIC ASSIGN TO "CLIARTIC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CAA-CLAVE
           FILE STATUS  IS WS-CAA-STATUS.
