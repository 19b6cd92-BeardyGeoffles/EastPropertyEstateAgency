      *QUERYDEFFILE.cpy
           SELECT OPTIONAL QUERY-DEF-FILE ASSIGN TO "QUERYDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QRY-NAME.
