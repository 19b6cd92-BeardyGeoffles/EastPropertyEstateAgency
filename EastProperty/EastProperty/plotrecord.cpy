      *PLOTRECORD.cpy
      *Record layout for the plots on a new-build development - one
      *record per plot, read by development through the alternate
      *key, kept by NewBuild.cbl. PLOT-HOUSE-TYPE is the builder's
      *name for the design; PLOT-PROPERTY-TYPE is the property-type
      *table entry the listing takes. PLOT-STATUS: A = available,
      *R = reserved, X = exchanged, C = completed. A reservation
      *carries the buyer, the date, the fee taken and the date it
      *expires if contracts have not been exchanged; a released
      *reservation clears them. PLOT-INCENTIVE is whatever the
      *builder is offering on the plot (stamp duty paid, flooring,
      *part exchange) with its value. PLOT-PROPERTY-ID is the
      *property record the plot was put on the market as, zero
      *until then. Dates are YYYYMMDD.
       FD PLOT-FILE.
       01 PLOT-RECORD.
         03 PLOT-ID PIC 9(6).
         03 PLOT-DEV-ID PIC 9(6).
         03 PLOT-NO PIC X(5).
         03 PLOT-HOUSE-TYPE PIC X(20).
         03 PLOT-PROPERTY-TYPE PIC X(20).
         03 PLOT-BEDS PIC 99.
         03 PLOT-PRICE PIC 9(6)V99.
         03 PLOT-STATUS PIC X.
         03 PLOT-BUYER-ID PIC 9(6).
         03 PLOT-RES-DATE PIC 9(8).
         03 PLOT-RES-FEE PIC 9(5)V99.
         03 PLOT-RES-EXPIRY PIC 9(8).
         03 PLOT-EXCHANGED-DATE PIC 9(8).
         03 PLOT-COMPLETED-DATE PIC 9(8).
         03 PLOT-INCENTIVE PIC X(40).
         03 PLOT-INCENTIVE-VALUE PIC 9(5)V99.
         03 PLOT-PROPERTY-ID PIC 9(6).
         03 PLOT-USER-ID PIC 9(6).
