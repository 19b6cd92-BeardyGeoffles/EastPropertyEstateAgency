      *LEASEHOLDFILE.cpy
           SELECT OPTIONAL LEASEHOLD-FILE ASSIGN TO "LEASEHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-PROPERTY-ID.
