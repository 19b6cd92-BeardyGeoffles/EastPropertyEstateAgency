      *ACCESSRECORD.cpy
      *Record layout for the property access instructions file - one
      *record per property, kept by AccessInstructions.cbl, holding
      *what used to be written in the buyer and seller notes or on
      *the back of the key tag: the alarm code, the key safe code and
      *where the safe is, the access notes (pets, parking, which
      *door) and the notice in hours the occupier needs. The codes
      *are only ever shown to the negotiator on a booked viewing or
      *appointment at the property, or for a contractor holding its
      *keys on the key register, and every showing is audit-logged.
      *AI-CHANGE-DUE is Y once a sale has completed or a tenancy
      *ended (AccessChange.cbl) and the codes have not been changed
      *since; AI-CODES-SET-DATE is when they last were. Dates are
      *YYYYMMDD.
       FD ACCESS-FILE.
       01 ACCESS-RECORD.
         03 AI-PROPERTY-ID PIC 9(6).
         03 AI-ALARM-CODE PIC X(10).
         03 AI-KEYSAFE-CODE PIC X(10).
         03 AI-KEYSAFE-LOCATION PIC X(30).
         03 AI-NOTES PIC X(60).
         03 AI-NOTICE-HOURS PIC 99.
         03 AI-CODES-SET-DATE PIC 9(8).
         03 AI-CHANGE-DUE PIC X.
         03 AI-CHANGE-REASON PIC X(20).
         03 AI-CHANGE-FLAGGED-DATE PIC 9(8).
         03 AI-AMENDED-DATE PIC 9(8).
         03 AI-USER-ID PIC 9(6).
