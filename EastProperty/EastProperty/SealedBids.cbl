      *opened event's winner later falls away, the second-chance
      *option queues contact events for the ranked underbidders.
      *Openings are audit-logged. Reached from the Property menu.
      *The winning bid's offer is written through Write-Offer-Hist,
      *so it gets the vendor's written notice and the declared
      *staff interest check like any other offer.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. SealedBids.
       copy "ws-auditlog.cpy".
       copy "ws-journal.cpy".
       copy "ws-offerhist.cpy".
       copy "ws-interestchk.cpy".
       copy "ws-notifyqueue.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
