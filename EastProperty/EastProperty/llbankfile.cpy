      *LLBANKFILE.cpy
           SELECT OPTIONAL LL-BANK-FILE ASSIGN TO "LLBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLB-SELLER-ID.
