      *LLREMITFILE.cpy
           SELECT OPTIONAL LL-REMIT-FILE ASSIGN TO "LLREMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLR-KEY.
