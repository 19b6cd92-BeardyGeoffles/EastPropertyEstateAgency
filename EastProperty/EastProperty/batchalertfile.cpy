      *BATCHALERTFILE.cpy
           SELECT OPTIONAL BATCH-ALERT-FILE ASSIGN TO "BATALERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALERT-ID.
