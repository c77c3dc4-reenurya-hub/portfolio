           SELECT OPTIONAL CXCME ASSIGN TO "CXCME.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CXM-CLAVE
           FILE STATUS  IS WS-CXM-STATUS.
