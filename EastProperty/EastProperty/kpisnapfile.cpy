      *KPISNAPFILE.cpy
           SELECT OPTIONAL KPI-SNAP-FILE ASSIGN TO "KPISNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPI-KEY.
