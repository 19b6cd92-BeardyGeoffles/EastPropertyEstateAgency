      *LETAPPLRECORD.cpy
      *Record layout for the lettings applicant register - people
      *looking to rent, kept apart from the buyer file so they stop
      *turning up in the sales figures. Kept by LettingsApplicant.cbl
      *and matched against the lettings on the book by
      *LettingsMatchReport.cbl. LA-MAX-RENT is the most they will pay
      *a month (zero = not said); LA-MOVE-IN-DATE the earliest they
      *can move in (zero = any time). LA-AREA holds up to four
      *postcode districts (NR2) or whole postcode areas (NR) they
      *want - all blank means anywhere. LA-PETS and LA-GUARANTOR are
      *Y/N. LA-STATUS: A = looking, O = offered the letting in
      *LA-OFFER-PROPERTY-ID, T = taken on as the tenant in
      *LA-TENANT-ID, W = withdrawn. LA-EMAIL and LA-PREF-CHANNEL
      *follow the other people records and carry across to the
      *tenant record on conversion.
       FD LET-APPL-FILE.
       01 LET-APPL-RECORD.
         03 LA-ID PIC 9(6).
         03 LA-NAME PIC X(20).
         03 LA-AL1 PIC X(25).
         03 LA-AL2 PIC X(25).
         03 LA-AL3 PIC X(25).
         03 LA-AL4 PIC X(25).
         03 LA-POSTCODE PIC X(7).
         03 LA-PHONE PIC X(11).
         03 LA-EMAIL PIC X(50).
         03 LA-PREF-CHANNEL PIC X.
         03 LA-MAX-RENT PIC 9(6)V99.
         03 LA-MOVE-IN-DATE PIC 9(8).
         03 LA-OCCUPANTS PIC 99.
         03 LA-PETS PIC X.
         03 LA-PET-DETAILS PIC X(20).
         03 LA-GUARANTOR PIC X.
         03 LA-AREAS.
           05 LA-AREA PIC X(4) OCCURS 4 TIMES.
         03 LA-STATUS PIC X.
         03 LA-OFFER-PROPERTY-ID PIC 9(6).
         03 LA-TENANT-ID PIC 9(6).
         03 LA-ADDED-DATE PIC 9(8).
         03 LA-USER-ID PIC 9(6).
