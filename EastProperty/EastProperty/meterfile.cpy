      *METERFILE.cpy
           SELECT OPTIONAL METER-FILE ASSIGN TO "METERRDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTR-ID
               ALTERNATE RECORD KEY IS MTR-PROPERTY-ID
                   WITH DUPLICATES.
