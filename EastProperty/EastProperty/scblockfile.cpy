      *SCBLOCKFILE.cpy
           SELECT OPTIONAL SC-BLOCK-FILE ASSIGN TO "SCBLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLOCK-ID.
