           SELECT OPTIONAL RETENC ASSIGN TO "RETENC.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS RTC-CODIGO
           FILE STATUS  IS WS-RTC-STATUS.
