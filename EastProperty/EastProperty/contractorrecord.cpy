      *MaintenanceJobs.cbl refuses to place work with a suspended
      *firm, and ContractorPerformance.cbl is the evidence the
      *annual trades review sets it from.
      *CONTRACTOR-EMAIL is format-checked at capture
      *(Check-Email-Format in AddressQualityCheck.cpy).
      *CONTRACTOR-PREF-CHANNEL is how the contact would rather hear
      *from us - E = email, S = text message, P = post, space = no
      *preference. It is held alongside the phone number for the office
      *to follow when contacting the firm.
       FD CONTRACTOR-FILE.
       01 CONTRACTOR-RECORD.
         03 CONTRACTOR-ID PIC 9(4).
           05 CONTRACTOR-INS-YEAR PIC 9999.
         03 CONTRACTOR-VERSION PIC 9(8).
         03 CONTRACTOR-STATUS PIC X.
         03 CONTRACTOR-EMAIL PIC X(50).
         03 CONTRACTOR-PREF-CHANNEL PIC X.
