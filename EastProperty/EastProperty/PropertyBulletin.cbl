      *(OFFER-STATUS = "L"), optionally narrowed by property type and
      *asking price band, so a walk-in customer or the window display
      *doesn't need Property.cbl's search screen worked one match at
      *a time. A property entered as a lot in a coming auction
      *(Auction.cbl) shows the auction date and guide price in place
      *of the asking price; the reserve is never printed.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. PropertyBulletin.
       copy "pricehistfile.cpy".
       copy "ratefile.cpy".
       copy "certfile.cpy".
       copy "auctionfile.cpy".

       data division.

       copy "pricehistrecord.cpy".
       copy "raterecord.cpy".
       copy "certrecord.cpy".
       copy "auctionrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-marketcheck.cpy".
       copy "ws-auction.cpy".

       01 ws-pound pic x(1) value x'9c'.
       01 ws-end-of-file pic 9 value 0 comp.

       01 ws-report-price pic z,zzz,zz9.99.
       01 ws-report-beds pic z9.
       01 ws-auction-line pic x(45) value spaces.

       01 ws-photo-ref pic x(40) value spaces.

           display PROPERTY-AL4
           display PROPERTY-POSTCODE
           display "TYPE: " PROPERTY-TYPE
           move property-id of property-record to WS-AUCG-PROPERTY-ID
           perform Read-Auction-Guide
           if WS-AUCG-FOUND = 1
               move WS-AUCG-GUIDE-PRICE to ws-report-price
               move spaces to ws-auction-line
               string "AUCTION ", WS-AUCG-DATE(7:2), "/",
                 WS-AUCG-DATE(5:2), "/", WS-AUCG-DATE(1:4),
                 " - GUIDE ", ws-pound, ws-report-price
                 delimited by size into ws-auction-line
               display ws-auction-line
           else
               display "PRICE: " ws-pound ws-report-price

               if PROPERTY-CURRENCY-CODE not = spaces and
                 PROPERTY-CURRENCY-CODE not = "GBP"
                   perform PARA-220-QUOTE-CONVERTED
               end-if
           end-if
           display "BEDROOMS: " ws-report-beds
           if ws-photo-ref not = spaces
           accept ws-continue.

       copy "MarketingCheck.cpy".
       copy "AuctionGuideRead.cpy".

       copy "MainFileOpenCheck.cpy".

