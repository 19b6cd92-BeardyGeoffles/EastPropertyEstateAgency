      *STAFFINTRECORD.cpy
      *Record layout for the staff personal-interest register - one
      *record per declaration that a member of staff (SI-USER-ID),
      *or someone connected to them, is a party we act for or deal
      *with: SI-PARTY-TYPE B buyer, S seller, T tenant, with the
      *party's reference and how they are connected (SELF, SPOUSE,
      *PARENT, BUSINESS PARTNER ...). SI-STATUS A = active,
      *W = withdrawn (kept for the history, never deleted).
      *Maintained through StaffInterests.cbl; InterestCheck.cbl
      *matches deals against the active declarations.
       FD STAFF-INTEREST-FILE.
       01 STAFF-INTEREST-RECORD.
         03 SI-ID PIC 9(6).
         03 SI-USER-ID PIC 9(6).
         03 SI-PARTY-TYPE PIC X.
         03 SI-PARTY-ID PIC 9(6).
         03 SI-RELATIONSHIP PIC X(20).
         03 SI-DECLARED-DATE.
           05 SI-DECLARED-DAY PIC 99.
           05 SI-DECLARED-MONTH PIC 99.
           05 SI-DECLARED-YEAR PIC 9999.
         03 SI-STATUS PIC X.
         03 SI-RECORDED-BY PIC 9(6).
         03 SI-WITHDRAWN-DATE PIC 9(8).
