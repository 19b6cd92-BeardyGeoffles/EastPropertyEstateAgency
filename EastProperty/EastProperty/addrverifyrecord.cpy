      *ADDRVERIFYRECORD.cpy
      *Record layout for the address verification register - one
      *record per buyer, seller, property, tenant, contractor or
      *appraisal address, stamped each time the record is saved
      *from its entry screen. ADDR-VER-TYPE: B = buyer, S = seller,
      *P = property, T = tenant, C = contractor, A = appraisal.
      *ADDR-VER-STATUS: Y = the address matches an entry on the
      *postcode address reference file (ADDRREF), N = typed in free
      *and not found there - unverified. The postcode and first
      *line are kept as they were saved. AddressQualitySweep.cbl
      *lists the unverified addresses.
       FD ADDR-VERIFY-FILE.
       01 ADDR-VERIFY-RECORD.
         03 ADDR-VER-KEY.
           05 ADDR-VER-TYPE PIC X.
           05 ADDR-VER-ID PIC 9(6).
         03 ADDR-VER-STATUS PIC X.
         03 ADDR-VER-POSTCODE PIC X(7).
         03 ADDR-VER-AL1 PIC X(25).
         03 ADDR-VER-DATE PIC 9(8).
         03 ADDR-VER-USER-ID PIC 9(6).
