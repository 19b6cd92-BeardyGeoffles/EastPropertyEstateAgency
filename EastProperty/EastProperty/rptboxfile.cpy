      *RPTBOXFILE.cpy
           SELECT OPTIONAL REPORT-BOX-FILE ASSIGN TO "RPTBOX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPTBOX-ID.
