           SELECT OPTIONAL STOCKALM ASSIGN TO "STOCKALM.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAL-CLAVE
           FILE STATUS  IS WS-SAL-STATUS.
