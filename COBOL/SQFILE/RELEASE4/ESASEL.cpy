           SELECT OPTIONAL ESTART ASSIGN TO "ESTART.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ESA-CODART
           FILE STATUS  IS WS-ESA-STATUS.
      *
           SELECT OPTIONAL ESTHIST ASSIGN TO "ESTHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-ESH-STATUS.
