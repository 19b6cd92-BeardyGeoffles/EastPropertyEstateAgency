      *LETAPPLFILE.cpy
           SELECT OPTIONAL LET-APPL-FILE ASSIGN TO "LETAPPL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-ID.
