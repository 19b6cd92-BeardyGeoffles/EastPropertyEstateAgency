      *SURVEYFILE.cpy
           SELECT OPTIONAL SURVEY-FILE ASSIGN TO "SURVEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SURV-ID
               ALTERNATE RECORD KEY IS SURV-PROPERTY-ID
                   WITH DUPLICATES.
