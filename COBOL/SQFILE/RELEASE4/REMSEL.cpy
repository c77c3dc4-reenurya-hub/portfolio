           SELECT OPTIONAL REMISION ASSIGN TO "REMISION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS REM-CLAVE
           FILE STATUS  IS WS-REM-STATUS.
