      *AUCTIONGUIDEREAD.cpy
      *Shared paragraph: is this property going under the hammer,
      *and at what guide? Finds the property's lot through the
      *LOT-PROPERTY-ID alternate key - a lot still entered (not yet
      *sold, unsold or withdrawn) in an auction whose results are
      *not in - and hands back the guide price and auction date for
      *the bulletin and the portal feed. The reserve is never
      *passed out. Calling program copies "ws-auction.cpy", sets
      *WS-AUCG-PROPERTY-ID, performs Read-Auction-Guide, and must
      *copy "auctionfile.cpy" and "auctionrecord.cpy".
       Read-Auction-Guide.
           move 0 to WS-AUCG-FOUND
           move 0 to WS-AUCG-AUCTION-ID
           move 0 to WS-AUCG-LOT-NO
           move 0 to WS-AUCG-DATE
           move 0 to WS-AUCG-GUIDE-PRICE
           move 0 to WS-AUCG-EOF

           open input auction-lot-file
           move WS-AUCG-PROPERTY-ID to LOT-PROPERTY-ID
           start auction-lot-file key = LOT-PROPERTY-ID
               invalid key
                   move 1 to WS-AUCG-EOF
           end-start
           perform until WS-AUCG-EOF = 1
               read auction-lot-file next record
                   at end
                       move 1 to WS-AUCG-EOF
                   not at end
                       if LOT-PROPERTY-ID not = WS-AUCG-PROPERTY-ID
                           move 1 to WS-AUCG-EOF
                       else
                           if LOT-STATUS = space
                               move 1 to WS-AUCG-FOUND
                               move LOT-AUCTION-ID to
                                 WS-AUCG-AUCTION-ID
                               move LOT-NO to WS-AUCG-LOT-NO
                               move LOT-GUIDE-PRICE to
                                 WS-AUCG-GUIDE-PRICE
                               move 1 to WS-AUCG-EOF
                           end-if
                       end-if
               end-read
           end-perform
           close auction-lot-file

           if WS-AUCG-FOUND = 1
               open input auction-file
               move WS-AUCG-AUCTION-ID to AUC-ID
               read auction-file
                   invalid key
                       move 0 to WS-AUCG-FOUND
                   not invalid key
                       if AUC-STATUS = "R"
                           move 0 to WS-AUCG-FOUND
                       else
                           move AUC-DATE to WS-AUCG-DATE
                       end-if
               end-read
               close auction-file
           end-if.
