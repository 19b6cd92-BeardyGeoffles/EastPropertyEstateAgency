      *DEVRECORD.cpy
      *Record layout for the new-build development register - one
      *record per development we sell plots on for a builder, kept
      *by NewBuild.cbl. The builder is a seller record (DEV-SELLER-ID)
      *so a plot put on the market is an ordinary listing of theirs.
      *DEV-RES-FEE and DEV-RES-DAYS are the builder's standard
      *reservation fee and how many days a reservation holds before
      *exchange; each plot's reservation takes them as its default.
      *DEV-STATUS: A = selling, C = closed (all plots done).
       FD DEV-FILE.
       01 DEV-RECORD.
         03 DEV-ID PIC 9(6).
         03 DEV-NAME PIC X(25).
         03 DEV-AL2 PIC X(25).
         03 DEV-AL3 PIC X(25).
         03 DEV-AL4 PIC X(25).
         03 DEV-POSTCODE PIC X(7).
         03 DEV-SELLER-ID PIC 9(6).
         03 DEV-BRANCH-ID PIC 99.
         03 DEV-RES-FEE PIC 9(5)V99.
         03 DEV-RES-DAYS PIC 999.
         03 DEV-STATUS PIC X.
         03 DEV-ADDED-DATE PIC 9(8).
         03 DEV-USER-ID PIC 9(6).
