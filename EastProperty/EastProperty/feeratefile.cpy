      *FEERATEFILE.cpy
           SELECT OPTIONAL FEE-RATE-FILE ASSIGN TO "FEERATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEERATE-KEY.
