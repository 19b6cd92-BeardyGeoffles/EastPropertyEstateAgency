      *ADDRREFFILE.cpy
           SELECT OPTIONAL ADDR-REF-FILE ASSIGN TO "ADDRREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-REF-KEY.
