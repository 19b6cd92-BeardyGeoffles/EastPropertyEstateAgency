      *DEVFILE.cpy
           SELECT OPTIONAL DEV-FILE ASSIGN TO "NEWDEV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEV-ID.
