      *METERRECORD.cpy
      *Record layout for the meter reading indexed file - one record
      *per change of occupier on a letting, holding the gas,
      *electricity and water readings taken and the date they were
      *read. MTR-EVENT: I = move-in (keyed on the letting details
      *screen with the tenancy start), O = checkout (keyed when
      *CheckoutSettlement.cbl builds the settlement). A reading of
      *zero means that meter was not read or is not fitted.
      *MTR-OCCUPIER-DATE is the day the occupier changed - the
      *tenancy start on a move-in, the checkout day on the way out.
      *MTR-TENANT-NAMES is taken from TENANCY-PARTY-FILE when the
      *readings are recorded, so the change-of-occupier notices
      *NotifyDispatch.cbl words from this record still name the
      *right tenants after the parties are unlinked.
       FD METER-FILE.
       01 METER-RECORD.
         03 MTR-ID PIC 9(6).
         03 MTR-PROPERTY-ID PIC 9(6).
         03 MTR-EVENT PIC X.
         03 MTR-READ-DATE.
           05 MTR-READ-DAY PIC 99.
           05 MTR-READ-MONTH PIC 99.
           05 MTR-READ-YEAR PIC 9999.
         03 MTR-OCCUPIER-DATE.
           05 MTR-OCCUPIER-DAY PIC 99.
           05 MTR-OCCUPIER-MONTH PIC 99.
           05 MTR-OCCUPIER-YEAR PIC 9999.
         03 MTR-GAS PIC 9(7).
         03 MTR-ELEC PIC 9(7).
         03 MTR-WATER PIC 9(7).
         03 MTR-TENANT-NAMES PIC X(80).
         03 MTR-USER-ID PIC 9(6).
