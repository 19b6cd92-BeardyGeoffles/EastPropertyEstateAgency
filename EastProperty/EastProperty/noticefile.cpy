      *NOTICEFILE.cpy
           SELECT OPTIONAL NOTICE-FILE ASSIGN TO "NOTICES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-ID
               ALTERNATE RECORD KEY IS NTC-PROPERTY-ID
                   WITH DUPLICATES.
