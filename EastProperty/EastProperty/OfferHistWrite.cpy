      *file, the same shape as Write-Price-Hist. Calling program sets
      *WS-OFR-PROPERTY-ID, WS-OFR-BUYER-ID, WS-OFR-AMOUNT and
      *WS-OFR-STATUS from ws-offerhist.cpy before performing this
      *paragraph; today's date and time are stamped on. Every offer
      *has to reach the owners in writing, so the written notice is
      *issued straight after the write (OfferNotice.cbl), and the
      *deal is checked against the staff personal-interest
      *declarations (InterestCheck.cbl) with the offered-on
      *property in PROPERTY-RECORD. Calling program must also copy
      *"offerfile.cpy" into FILE-CONTROL, "offerrecord.cpy" into
      *the FILE SECTION, "seqfile.cpy"/"seqrecord.cpy",
      *"ws-nextid.cpy" and "ws-interestchk.cpy".
       Write-Offer-Hist.
           move "OFFERHIST" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize OFFER-RECORD
           move WS-NEXTID-RESULT to OFR-ID
           move WS-NEXTID-RESULT to WS-OFR-NEW-ID
           move WS-OFR-PROPERTY-ID to OFR-PROPERTY-ID
           move WS-OFR-BUYER-ID to OFR-BUYER-ID
           move WS-OFR-AMOUNT to OFR-AMOUNT
           move function current-date(7:2) to OFR-DAY
           move function current-date(5:2) to OFR-MONTH
           move function current-date(1:4) to OFR-YEAR
           move function current-date(9:2) to OFR-HOUR
           move function current-date(11:2) to OFR-MIN

           open i-o offer-file
           write OFFER-RECORD
           close offer-file

           call "OfferNotice" using WS-OFR-NEW-ID

           initialize WS-INTCHK
           move WS-OFR-PROPERTY-ID to WS-INTCHK-PROPERTY-ID
           move WS-OFR-BUYER-ID to WS-INTCHK-BUYER-ID
           move PROP-SELLER-ID of property-record to
             WS-INTCHK-SELLER-ID
           move "OFFER" to WS-INTCHK-CONTEXT
           call "InterestCheck" using WS-INTCHK.
