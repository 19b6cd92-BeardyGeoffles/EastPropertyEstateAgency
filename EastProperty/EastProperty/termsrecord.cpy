      *TERMSRECORD.cpy
      *Record layout for the instruction-terms indexed file - what
      *the vendor actually signed, keyed on the property. The agency
      *basis (TERMS-BASIS S = sole, M = multi, J = joint sole with
      *another agent, whose share is on AGENCY-FILE), the tie-in
      *period in weeks counted from PROPERTY-INSTRUCTED-DATE, the
      *withdrawal fee the terms allow inside it, and the commission
      *rate agreed at instruction - frozen here, rather than
      *whatever SELLER-COMMISSION-RATE says today. Captured when
      *Appraisal.cbl converts a won appraisal; the withdrawal path
      *in AmendProperty.cbl warns when a withdrawal falls inside the
      *tie-in and offers to raise the fee.
      *TERMS-SALE-METHOD: P = private treaty (space on terms taken
      *before the method was recorded reads the same), A = auction
      *through the auction partner (Auction.cbl).
       FD TERMS-FILE.
       01 TERMS-RECORD.
         03 TERMS-PROPERTY-ID PIC 9(6).
         03 TERMS-TIE-IN-WEEKS PIC 99.
         03 TERMS-WITHDRAWAL-FEE PIC 9(6)V99.
         03 TERMS-COMMISSION-RATE PIC 99V99.
         03 TERMS-SALE-METHOD PIC X.
