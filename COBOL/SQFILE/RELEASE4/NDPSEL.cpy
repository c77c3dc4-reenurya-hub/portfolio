           SELECT OPTIONAL NOTASPRV ASSIGN TO "NOTASPRV.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS NDP-NUM
           FILE STATUS  IS WS-NDP-STATUS.
