      *LETTERHEADFILE.cpy
           SELECT OPTIONAL LETTERHEAD-FILE ASSIGN TO "LHEADFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LHEAD-BRANCH-ID.
