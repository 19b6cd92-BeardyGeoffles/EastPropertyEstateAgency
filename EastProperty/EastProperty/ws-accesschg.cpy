      *WS-ACCESSCHG.cpy
      *Parameter block for AccessChange.cbl. The calling program
      *moves the property and the event (S = sale completed,
      *T = tenancy ended) into the block and calls "AccessChange"
      *using WS-ACCCHG. WS-ACCCHG-FLAGGED comes back 1 when the
      *property has access codes on file that now need changing,
      *with the reminder task raised in WS-ACCCHG-TASK-ID.
      *No VALUE clauses - AccessChange.cbl takes the same layout in
      *its LINKAGE SECTION.
       01 WS-ACCCHG.
         03 WS-ACCCHG-PROPERTY-ID PIC 9(6).
         03 WS-ACCCHG-EVENT PIC X.
         03 WS-ACCCHG-FLAGGED PIC 9.
         03 WS-ACCCHG-TASK-ID PIC 9(6).
