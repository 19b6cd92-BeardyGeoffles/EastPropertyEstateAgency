      *SCBUDGETRECORD.cpy
      *Record layout for the service charge budget - one record per
      *expense heading (CLEANING, INSURANCE, REPAIRS and so on) per
      *block per service charge year, read by block through the
      *alternate key, kept by BlockManagement.cbl. The year's
      *budget is the sum of its headings; the year-end certificate
      *sets each heading against the costs charged to it.
       FD SC-BUDGET-FILE.
       01 SC-BUDGET-RECORD.
         03 SCB-ID PIC 9(6).
         03 SCB-BLOCK-ID PIC 9(6).
         03 SCB-YEAR PIC 9(4).
         03 SCB-HEADING PIC X(20).
         03 SCB-AMOUNT PIC 9(7)V99.
         03 SCB-USER-ID PIC 9(6).
