           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CXC-CLAVE
           ALTERNATE RECORD KEY IS CXC-FECHA WITH DUPLICATES
           FILE STATUS  IS WS-CXC-STATUS.
