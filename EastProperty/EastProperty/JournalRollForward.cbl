      *applied tolerantly - a WRITE that finds the key already there
      *becomes a REWRITE and vice versa, and a DELETE of a missing
      *key is skipped - so the replay can safely run more than once.
      *The carry-forward entry the backup leaves at the head of the
      *journal carries the check-value chain only and is passed over.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. JournalRollForward.
                                   perform PARA-240-APPLY-VIEWING
                               when "U"
                                   perform PARA-250-APPLY-USER
                               when "C"
                                   continue
                               when other
                                   add 1 to ws-skipped-count
                           end-evaluate
