      *LEASEHOLDRECORD.cpy
      *Record layout for the leasehold details file - one record per
      *leasehold property for sale, keyed on the property, kept by
      *Leasehold.cbl. LH-LEASE-START is YYYYMMDD and LH-TERM-YEARS
      *the length granted, so the lease ends LH-TERM-YEARS after the
      *start and the unexpired term is worked out on the day
      *(LeaseTermCheck.cpy). LH-GR-BASIS is how the ground rent
      *rises: F = fixed, D = doubles, R = RPI-linked, P =
      *peppercorn, every LH-GR-REVIEW-YEARS years. The service
      *charge is the annual figure. Particulars.cbl, PortalFeed.cbl
      *and MemorandumOfSale.cbl print it.
       FD LEASEHOLD-FILE.
       01 LEASEHOLD-RECORD.
         03 LH-PROPERTY-ID PIC 9(6).
         03 LH-LEASE-START PIC 9(8).
         03 LH-TERM-YEARS PIC 9(3).
         03 LH-GROUND-RENT PIC 9(6)V99.
         03 LH-GR-BASIS PIC X.
         03 LH-GR-REVIEW-YEARS PIC 99.
         03 LH-SERVICE-CHARGE PIC 9(6)V99.
         03 LH-FREEHOLDER PIC X(30).
         03 LH-AGENT-NAME PIC X(30).
         03 LH-AGENT-PHONE PIC X(11).
         03 LH-AMENDED-DATE PIC 9(8).
         03 LH-USER-ID PIC 9(6).
