      *SVCAGREERECORD.cpy
      *Record layout for the lettings service agreement indexed
      *file - one record per LISTING-TYPE "L" property, holding the
      *service we sell the landlord on it and its fee schedule.
      *SVC-LEVEL: L = let-only (tenant found, one-off finder's fee,
      *rent paid to the landlord direct), R = rent collection,
      *F = full management. SVC-FEE-PERCENT is taken on rent we
      *collect (on a let-only, on the first year's rent, once, with
      *the set-up fee); SVC-RENEWAL-FEE is billed when
      *TenancyRenewal.cbl renews the tenancy and SVC-INSPECTION-FEE
      *on each inspection visit made. A letting with no agreement
      *on file is treated as fully managed at the landlord's
      *SELLER-COMMISSION-RATE. Maintained by ServiceAgreement.cbl.
       FD SVC-AGREE-FILE.
       01 SVC-AGREE-RECORD.
         03 SVC-PROPERTY-ID PIC 9(6).
         03 SVC-LEVEL PIC X.
         03 SVC-FEE-PERCENT PIC 99V99.
         03 SVC-SETUP-FEE PIC 9(5)V99.
         03 SVC-RENEWAL-FEE PIC 9(5)V99.
         03 SVC-INSPECTION-FEE PIC 9(5)V99.
         03 SVC-START-DATE.
           05 SVC-START-DAY PIC 99.
           05 SVC-START-MONTH PIC 99.
           05 SVC-START-YEAR PIC 9999.
         03 SVC-USER-ID PIC 9(6).
         03 SVC-SETUP-BILLED PIC X.
