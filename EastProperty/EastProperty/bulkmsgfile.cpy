      *BULKMSGFILE.cpy
           SELECT OPTIONAL BULK-MSG-FILE ASSIGN TO "BULKMSG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BULK-ID.
