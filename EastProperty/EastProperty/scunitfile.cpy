      *SCUNITFILE.cpy
           SELECT OPTIONAL SC-UNIT-FILE ASSIGN TO "SCUNIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNIT-ID
               ALTERNATE RECORD KEY IS UNIT-BLOCK-ID
                   WITH DUPLICATES.
