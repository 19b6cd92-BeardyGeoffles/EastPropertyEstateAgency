      *DISTLISTFILE.cpy
           SELECT OPTIONAL DIST-LIST-FILE ASSIGN TO "DISTLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIST-JOB.
