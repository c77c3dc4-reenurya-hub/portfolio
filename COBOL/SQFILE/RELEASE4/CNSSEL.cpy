           SELECT OPTIONAL CONSOL ASSIGN TO "./CONSOL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CNS-MES
           FILE STATUS  IS WS-CNS-STATUS.
