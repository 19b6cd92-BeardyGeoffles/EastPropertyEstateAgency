      *AUDITRECORD.cpy
      *Record layout for the central audit log indexed file
      *Every entry written by Write-Audit-Log is chained: it takes
      *the next AUDIT-CHAIN-SEQ, AUDIT-VALUE-DIGEST is a check value
      *over the old and new values, and AUDIT-CHECK is built from
      *the previous entry's AUDIT-CHECK and this entry's own fields
      *(including the digest), so an entry altered, removed or
      *slipped in afterwards breaks the chain at that point
      *(ChainVerify.cbl). Entries from before the chain have
      *AUDIT-CHAIN-SEQ zero. AUDIT-ID zero is never handed out - it
      *is the chain head, holding the last sequence and check issued
      *and, in place of the old value, the carry-forward point left
      *by the last retention purge: the last purged sequence and its
      *check, when, by whom, how many went, and a seal over those
      *fields chained from the previous purge's seal.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
         03 AUDIT-ID PIC 9(6).
         03 AUDIT-KEY PIC 9(6).
         03 AUDIT-USER-ID PIC 9(6).
         03 AUDIT-OLD-VALUE PIC X(60).
         03 AUDIT-CHAIN-BASE REDEFINES AUDIT-OLD-VALUE.
           05 AUDIT-BASE-SEQ PIC 9(9).
           05 AUDIT-BASE-CHECK PIC 9(12).
           05 AUDIT-BASE-DATE PIC 9(8).
           05 AUDIT-BASE-TIME PIC 9(6).
           05 AUDIT-BASE-BY PIC 9(6).
           05 AUDIT-BASE-REMOVED PIC 9(6).
           05 AUDIT-BASE-SEAL PIC 9(12).
           05 FILLER PIC X.
         03 AUDIT-NEW-VALUE PIC X(60).
         03 AUDIT-TERMINAL-ID PIC X(8).
         03 AUDIT-CHAIN-SEQ PIC 9(9).
         03 AUDIT-VALUE-DIGEST PIC 9(12).
         03 AUDIT-CHECK PIC 9(12).
