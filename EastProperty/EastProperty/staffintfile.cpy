      *STAFFINTFILE.cpy
           SELECT OPTIONAL STAFF-INTEREST-FILE ASSIGN TO "STAFFINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-ID.
