      *EXTCOMPFILE.cpy
           SELECT OPTIONAL EXT-COMP-FILE ASSIGN TO "EXTCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXTC-KEY.
