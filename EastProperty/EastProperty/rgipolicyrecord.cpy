      *RGIPOLICYRECORD.cpy
      *Record layout for the rent guarantee insurance policy
      *register - one record per policy a landlord holds through us
      *on a managed letting, kept by RentGuarantee.cbl. Cover limits
      *are per month of rent and in total over the claim.
      *RGI-NOTIFY-DAYS is the policy's claim window: how many days
      *after the first missed rent payment the insurer must be told.
      *RGI-STATUS: A = in force, L = lapsed (not renewed),
      *C = cancelled. RGI-BILLED-TO is the renewal date the premium
      *has been charged to the landlord's LL-LEDGER-FILE account up
      *to, so a term is never billed twice. Dates are YYYYMMDD.
       FD RGI-POLICY-FILE.
       01 RGI-POLICY-RECORD.
         03 RGI-ID PIC 9(6).
         03 RGI-PROPERTY-ID PIC 9(6).
         03 RGI-SELLER-ID PIC 9(6).
         03 RGI-INSURER PIC X(25).
         03 RGI-POLICY-NO PIC X(18).
         03 RGI-MONTHLY-LIMIT PIC 9(5)V99.
         03 RGI-TOTAL-LIMIT PIC 9(6)V99.
         03 RGI-START-DATE PIC 9(8).
         03 RGI-RENEWAL-DATE PIC 9(8).
         03 RGI-PREMIUM PIC 9(5)V99.
         03 RGI-NOTIFY-DAYS PIC 999.
         03 RGI-STATUS PIC X.
         03 RGI-BILLED-TO PIC 9(8).
         03 RGI-USER-ID PIC 9(6).
