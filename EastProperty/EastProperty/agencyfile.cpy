      *AGENCYFILE.cpy
           SELECT OPTIONAL AGENCY-FILE ASSIGN TO "AGENCY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-PROPERTY-ID.
