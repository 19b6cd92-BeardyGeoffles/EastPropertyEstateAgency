           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-ID
               ALTERNATE RECORD KEY IS AUDIT-CHAIN-SEQ
                   WITH DUPLICATES.
