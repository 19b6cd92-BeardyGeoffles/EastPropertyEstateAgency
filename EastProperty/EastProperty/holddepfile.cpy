      *HOLDDEPFILE.cpy
           SELECT OPTIONAL HOLD-DEP-FILE ASSIGN TO "HOLDDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-ID
               ALTERNATE RECORD KEY IS HD-PROPERTY-ID
                   WITH DUPLICATES.
