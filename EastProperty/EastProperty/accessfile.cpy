      *ACCESSFILE.cpy
           SELECT OPTIONAL ACCESS-FILE ASSIGN TO "ACCESSIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-PROPERTY-ID.
