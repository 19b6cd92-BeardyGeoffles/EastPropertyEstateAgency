      *SCLEDGERFILE.cpy
           SELECT OPTIONAL SC-LEDGER-FILE ASSIGN TO "SCLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCL-ID
               ALTERNATE RECORD KEY IS SCL-BLOCK-ID
                   WITH DUPLICATES.
