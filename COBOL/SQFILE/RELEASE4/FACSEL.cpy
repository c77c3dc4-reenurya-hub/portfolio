           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FAC-CLAVE
           ALTERNATE RECORD KEY IS FAC-FECHA WITH DUPLICATES
           ALTERNATE RECORD KEY IS FAC-CLIENTE WITH DUPLICATES
           FILE STATUS  IS WS-FAC-STATUS.
