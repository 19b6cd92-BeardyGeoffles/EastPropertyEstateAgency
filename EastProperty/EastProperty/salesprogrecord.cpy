      *record per agreed sale (keyed on the property), holding the
      *date and a notes line for each conveyancing milestone between
      *offer accepted and completion. A zero date means the milestone
      *has not been reached yet. The SP-...-SOURCE bytes say where
      *the searches, mortgage offer, exchange and completion dates
      *came from: space = keyed by a person on SalesProgression.cbl,
      *S = taken from a conveyancer's update file by
      *ConveyancerUpdate.cbl, which never overwrites a keyed date.
       FD SALES-PROG-FILE.
       01 SALES-PROG-RECORD.
         03 SP-PROPERTY-ID PIC 9(6).
           05 SP-COMPLETION-MONTH PIC 99.
           05 SP-COMPLETION-YEAR PIC 9999.
         03 SP-COMPLETION-NOTE PIC X(30).
         03 SP-SEARCHES-SOURCE PIC X.
         03 SP-MORTGAGE-SOURCE PIC X.
         03 SP-EXCHANGE-SOURCE PIC X.
         03 SP-COMPLETION-SOURCE PIC X.
