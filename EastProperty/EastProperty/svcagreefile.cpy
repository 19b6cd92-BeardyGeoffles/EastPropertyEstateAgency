      *SVCAGREEFILE.cpy
           SELECT OPTIONAL SVC-AGREE-FILE ASSIGN TO "SVCAGREE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-PROPERTY-ID.
