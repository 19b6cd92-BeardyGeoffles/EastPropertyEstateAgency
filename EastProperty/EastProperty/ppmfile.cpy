      *PPMFILE.cpy
           SELECT OPTIONAL PPM-FILE ASSIGN TO "PPMSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPM-ID
               ALTERNATE RECORD KEY IS PPM-PROPERTY-ID
                 WITH DUPLICATES.
