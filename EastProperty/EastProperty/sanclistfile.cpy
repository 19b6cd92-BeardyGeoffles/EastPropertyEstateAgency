      *SANCLISTFILE.cpy
           SELECT OPTIONAL SANC-LIST-FILE ASSIGN TO "SANCLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-ID
               ALTERNATE RECORD KEY IS SL-SURNAME
                   WITH DUPLICATES.
