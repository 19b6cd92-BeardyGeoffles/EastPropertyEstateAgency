      *GOLIVEFILE.cpy
           SELECT OPTIONAL GO-LIVE-FILE ASSIGN TO "GOLIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOLIVE-PROPERTY-ID.
