      *ADDRVERIFYFILE.cpy
           SELECT OPTIONAL ADDR-VERIFY-FILE ASSIGN TO "ADDRVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-VER-KEY.
