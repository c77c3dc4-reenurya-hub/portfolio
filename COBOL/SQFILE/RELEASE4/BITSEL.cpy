           SELECT OPTIONAL BITACORA ASSIGN TO "BITACORA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS BIT-CLAVE
           FILE STATUS  IS WS-BIT-STATUS.
      *
           SELECT OPTIONAL RECUPERA ASSIGN TO "RECUPERA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RCP-STATUS.
