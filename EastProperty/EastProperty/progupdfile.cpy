      *PROGUPDFILE.cpy
           SELECT OPTIONAL PROG-UPD-FILE ASSIGN TO "PROGUPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PU-ID
               ALTERNATE RECORD KEY IS PU-PROPERTY-ID
                   WITH DUPLICATES.
