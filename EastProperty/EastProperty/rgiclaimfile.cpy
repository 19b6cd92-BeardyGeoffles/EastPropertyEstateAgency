      *RGICLAIMFILE.cpy
           SELECT OPTIONAL RGI-CLAIM-FILE ASSIGN TO "RGICLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-ID
               ALTERNATE RECORD KEY IS CLM-PROPERTY-ID
                   WITH DUPLICATES.
