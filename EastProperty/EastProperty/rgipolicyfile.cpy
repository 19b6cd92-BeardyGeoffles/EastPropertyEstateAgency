      *RGIPOLICYFILE.cpy
           SELECT OPTIONAL RGI-POLICY-FILE ASSIGN TO "RGIPOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGI-ID
               ALTERNATE RECORD KEY IS RGI-PROPERTY-ID
                   WITH DUPLICATES.
