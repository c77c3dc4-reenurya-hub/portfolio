           SELECT OPTIONAL ENTRESUL ASSIGN TO "ENTRESUL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ERS-CLAVE
           FILE STATUS  IS WS-ERS-STATUS.
