      *remembers the PROPERTY-VERSION each property was last sent
      *at, so a change feed carries exactly what moved since the
      *last run.
      *A leasehold for sale carries its lease details on the end of
      *the line (Leasehold.cbl): tenure L, unexpired years, ground
      *rent and its basis, and the annual service charge.
      *A property entered as a lot in a coming auction (Auction.cbl)
      *goes out as listing kind "A" at its guide price, with the
      *auction date on the end of the line; the reserve is never
      *sent.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. PortalFeed.
       copy "propertyfile.cpy".
       copy "portalstatefile.cpy".
       copy "certfile.cpy".
       copy "leaseholdfile.cpy".
       copy "auctionfile.cpy".

           select optional portal-feed-file assign to
               ws-feed-name
       copy "propertyrecord.cpy".
       copy "portalstaterecord.cpy".
       copy "certrecord.cpy".
       copy "leaseholdrecord.cpy".
       copy "auctionrecord.cpy".

       FD portal-feed-file.
       01 portal-feed-line.
         03 pf-photo-3 pic x(40).
         03 pf-photo-4 pic x(40).
         03 pf-photo-5 pic x(40).
         03 pf-tenure pic x.
         03 pf-lease-years pic 9(3).
         03 pf-ground-rent pic 9(6)v99.
         03 pf-gr-basis pic x.
         03 pf-service-charge pic 9(6)v99.
         03 pf-auction-date pic 9(8).

       copy "spoolrecord.cpy".

       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-marketcheck.cpy".
       copy "ws-leasecheck.cpy".
       copy "ws-auction.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
           else
               move "S" to pf-listing-kind
               move PROPERTY-ASKING of property-record to pf-price
               move property-id of property-record to
                 WS-AUCG-PROPERTY-ID
               perform Read-Auction-Guide
               if WS-AUCG-FOUND = 1
                   move "A" to pf-listing-kind
                   move WS-AUCG-GUIDE-PRICE to pf-price
                   move WS-AUCG-DATE to pf-auction-date
               end-if
           end-if
           move PROPERTY-AL1 of property-record to pf-address1
           move PROPERTY-AL2 of property-record to pf-address2
           move PHOTO-PATH(4) to pf-photo-4
           move PHOTO-PATH(5) to pf-photo-5

           if LISTING-TYPE of property-record not = "L"
               move property-id of property-record to
                 WS-LEASE-PROPERTY-ID
               perform Check-Lease-Term
               if WS-LEASE-FOUND = 1
                   move "L" to pf-tenure
                   move WS-LEASE-YEARS-LEFT to pf-lease-years
                   move LH-GROUND-RENT to pf-ground-rent
                   move LH-GR-BASIS to pf-gr-basis
                   move LH-SERVICE-CHARGE to pf-service-charge
               end-if
           end-if

           write portal-feed-line.

       PARA-400-UPDATE-STATE.

       copy "SpoolWrite.cpy".
       copy "MarketingCheck.cpy".
       copy "LeaseTermCheck.cpy".
       copy "AuctionGuideRead.cpy".

       copy "MainFileOpenCheck.cpy".

