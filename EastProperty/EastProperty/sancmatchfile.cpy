      *SANCMATCHFILE.cpy
           SELECT OPTIONAL SANC-MATCH-FILE ASSIGN TO "SANCMTCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ID
               ALTERNATE RECORD KEY IS SM-PARTY
                   WITH DUPLICATES.
