      *KPISNAPRECORD.cpy
      *Record layout for the daily KPI snapshot indexed file - one
      *record per branch per day, written by the overnight
      *KpiSnapshot.cbl step so the figures that are only ever
      *"as now" on the live files build into a trend history.
      *Keyed on the snapshot date (YYYYMMDD) then the branch, so a
      *sequential read runs in date order. Branch 00 is the combined
      *picture for the whole company, the same way a branch of zero
      *sees everything elsewhere; active applicants carry no branch
      *and are only counted on it. KPI-ARREARS-VALUE is rent due and
      *not yet paid on RENT-DUE-FILE, part-payments netted off.
       FD KPI-SNAP-FILE.
       01 KPI-SNAP-RECORD.
         03 KPI-KEY.
           05 KPI-SNAP-DATE PIC 9(8).
           05 KPI-BRANCH-ID PIC 99.
         03 KPI-FOR-SALE PIC 9(5).
         03 KPI-FOR-SALE-VALUE PIC 9(10)V99.
         03 KPI-UNDER-OFFER PIC 9(5).
         03 KPI-TO-LET PIC 9(5).
         03 KPI-LIVE-LETS PIC 9(5).
         03 KPI-RENT-ROLL PIC 9(8)V99.
         03 KPI-ARREARS-COUNT PIC 9(5).
         03 KPI-ARREARS-VALUE PIC 9(8)V99.
         03 KPI-APPLICANTS PIC 9(6).
