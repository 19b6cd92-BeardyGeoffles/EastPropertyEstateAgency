      *PLOTFILE.cpy
           SELECT OPTIONAL PLOT-FILE ASSIGN TO "NEWPLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLOT-ID
               ALTERNATE RECORD KEY IS PLOT-DEV-ID
                   WITH DUPLICATES.
