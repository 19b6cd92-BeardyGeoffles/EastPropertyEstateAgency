      *ACCREVIEWFILE.cpy
           SELECT OPTIONAL ACCESS-REVIEW-FILE ASSIGN TO "ACCREVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCREV-KEY.
