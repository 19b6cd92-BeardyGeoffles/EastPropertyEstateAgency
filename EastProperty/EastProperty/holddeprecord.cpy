      *HOLDDEPRECORD.cpy
      *Record layout for the holding deposit register - one record
      *per tenancy application a holding deposit was taken on,
      *kept by HoldingDeposit.cbl. HD-WEEK-RENT is one week's rent
      *(PROPERTY-MONTHLY-RENT x 12 / 52) when the money was taken,
      *which is the most the law allows HD-AMOUNT to be.
      *HD-DEADLINE-DATE is the date it must be refunded or applied
      *by - 15 days from HD-TAKEN-DATE (CONFIG HOLD-DEP-DAYS) unless
      *a later date was agreed in writing, when HD-EXTENDED is Y.
      *HD-OUTCOME: space = still held, F = applied to the first
      *rent, D = applied to the tenancy deposit, R = refunded,
      *K = retained, with HD-RETAIN-REASON the written reason the
      *law requires. A deposit applied to the tenancy deposit counts
      *towards that deposit's cap (DepositCapCheck.cpy).
      *HoldingDepositSweep.cbl reports the held ones nearing their
      *deadline.
       FD HOLD-DEP-FILE.
       01 HOLD-DEP-RECORD.
         03 HD-ID PIC 9(6).
         03 HD-PROPERTY-ID PIC 9(6).
         03 HD-TENANT-ID PIC 9(6).
         03 HD-AMOUNT PIC 9(6)V99.
         03 HD-WEEK-RENT PIC 9(6)V99.
         03 HD-TAKEN-DATE PIC 9(8).
         03 HD-DEADLINE-DATE PIC 9(8).
         03 HD-EXTENDED PIC X.
         03 HD-OUTCOME PIC X.
         03 HD-OUTCOME-DATE PIC 9(8).
         03 HD-RETAIN-REASON PIC X(60).
         03 HD-USER-ID PIC 9(6).
