      *WS-INTERESTCHK.cpy
      *Parameter block for InterestCheck.cbl, which checks a deal
      *against the active staff personal-interest declarations.
      *Calling program initializes WS-INTCHK, sets the property,
      *buyer, seller and (for a letting) tenant ids, the context
      *the check is made in (OFFER, ACCEPT, MEMO ...) and
      *WS-INTCHK-SILENT (1 = just look - no warning, no audit
      *entry), then calls "InterestCheck" using WS-INTCHK. Joint
      *owners of the property are checked as sellers too.
      *WS-INTCHK-FOUND comes back with the number of declarations
      *touched, the first of them described in the fields below.
      *No VALUE clauses - InterestCheck.cbl takes the same layout
      *in its LINKAGE SECTION.
       01 WS-INTCHK.
         03 WS-INTCHK-PROPERTY-ID PIC 9(6).
         03 WS-INTCHK-BUYER-ID PIC 9(6).
         03 WS-INTCHK-SELLER-ID PIC 9(6).
         03 WS-INTCHK-TENANT-ID PIC 9(6).
         03 WS-INTCHK-CONTEXT PIC X(6).
         03 WS-INTCHK-SILENT PIC 9.
         03 WS-INTCHK-FOUND PIC 99.
         03 WS-INTCHK-DECL-ID PIC 9(6).
         03 WS-INTCHK-USER-ID PIC 9(6).
         03 WS-INTCHK-PARTY-TYPE PIC X.
         03 WS-INTCHK-PARTY-ID PIC 9(6).
         03 WS-INTCHK-RELATIONSHIP PIC X(20).
