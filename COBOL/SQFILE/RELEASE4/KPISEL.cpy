           SELECT OPTIONAL KPIMES ASSIGN TO "KPIMES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS KPI-MES
           FILE STATUS  IS WS-KPI-STATUS.
