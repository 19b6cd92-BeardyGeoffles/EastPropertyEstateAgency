      *SURVEYRESPFILE.cpy
           SELECT OPTIONAL SURVEY-RESP-FILE ASSIGN TO "SURVRESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESP-SURV-ID.
