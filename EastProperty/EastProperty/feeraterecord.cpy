      *FEERATERECORD.cpy
      *Record layout for the dated fee-rate indexed file - the VAT
      *rate, the standard sales commission and the lettings fee
      *defaults, each as a run of rates with the date each one took
      *effect from, so a document for a past date is worked out at
      *the rate in force on that date rather than today's. Keyed on
      *rate name and effective-from date (YYYYMMDD); the rate in
      *force on a date is the one with the latest effective-from on
      *or before it (Read-Fee-Rate in FeeRateRead.cpy). A rate is
      *never changed in place once in force - a new rate is added
      *with its own date - and each row keeps who keyed it and
      *when. FEERATE-VALUE is a percentage or an amount according
      *to the rate. Maintained through ConfigAdmin.cbl.
       FD FEE-RATE-FILE.
       01 FEE-RATE-RECORD.
         03 FEERATE-KEY.
           05 FEERATE-NAME PIC X(20).
           05 FEERATE-FROM-DATE PIC 9(8).
         03 FEERATE-VALUE PIC 9(5)V99.
         03 FEERATE-SET-BY PIC 9(6).
         03 FEERATE-SET-DATE PIC 9(8).
         03 FEERATE-SET-TIME PIC 9(6).
         03 FEERATE-REASON PIC X(30).
