      *employer. The letting details screen links the tenancy to a
      *tenant through PROPERTY-TENANT-ID and refuses to set a
      *tenancy start date while referencing is incomplete.
      *TENANT-REF-STATUS: P = pending, Y = passed, C = passed on
      *conditions (a guarantor, rent in advance) still to be met -
      *the tenancy waits until someone checks them and keys Y -
      *F = failed. TenantReferencing.cbl sends the pending ones to
      *the referencing agency (TENANT-REF-SENT-DATE) and imports the
      *agency's decisions, keeping its reference and decision date.
      *TENANT-RTR-RECHECK-DATE is when a time-limited immigration
      *permission needs its follow-up check - zero means the
      *permission is not time-limited. RtrRecheckSweep.cbl chases
      *re-checks whose window has opened, and TenancyRenewal.cbl
      *refuses a renewal while one is overdue.
      *TENANT-EMAIL is format-checked at capture (Check-Email-Format in
      *AddressQualityCheck.cpy). TENANT-PREF-CHANNEL is how the contact
      *would rather hear from us - E = email, S = text message, P =
      *post, space = no preference. NotifyDispatch.cbl routes the rent
      *arrears chasers by it and the details held.
       FD TENANT-FILE.
       01 TENANT-RECORD.
         03 TENANT-ID PIC 9(6).
           05 TENANT-RTR-RECHECK-DAY PIC 99.
           05 TENANT-RTR-RECHECK-MONTH PIC 99.
           05 TENANT-RTR-RECHECK-YEAR PIC 9999.
         03 TENANT-REF-SENT-DATE PIC 9(8).
         03 TENANT-REF-AGENCY-REF PIC X(20).
         03 TENANT-REF-DECISION-DATE PIC 9(8).
         03 TENANT-EMAIL PIC X(50).
         03 TENANT-PREF-CHANNEL PIC X.
