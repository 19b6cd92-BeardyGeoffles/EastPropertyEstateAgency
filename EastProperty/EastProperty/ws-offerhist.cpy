      *Fields used by Write-Offer-Hist in OfferHistWrite.cpy.
      *Calling program sets WS-OFR-PROPERTY-ID, WS-OFR-BUYER-ID,
      *WS-OFR-AMOUNT and WS-OFR-STATUS before performing
      *Write-Offer-Hist. The new offer's id comes back in
      *WS-OFR-NEW-ID.
       01 WS-OFR-PROPERTY-ID PIC 9(6) VALUE 0.
       01 WS-OFR-BUYER-ID PIC 9(6) VALUE 0.
       01 WS-OFR-AMOUNT PIC 9(6)V99 VALUE 0.
       01 WS-OFR-STATUS PIC X(9) VALUE SPACES.
       01 WS-OFR-NEW-ID PIC 9(6) VALUE 0.
