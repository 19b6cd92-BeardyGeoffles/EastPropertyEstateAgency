      *WS-AUCTION.cpy
      *Fields used by Read-Auction-Guide in AuctionGuideRead.cpy.
      *Calling program sets WS-AUCG-PROPERTY-ID before performing
      *Read-Auction-Guide. WS-AUCG-FOUND comes back 1 when the
      *property is entered as a lot in an auction still to come,
      *with the auction, lot number, auction date and guide price.
      *There is deliberately no reserve here.
       01 WS-AUCG-PROPERTY-ID PIC 9(6) VALUE 0.
       01 WS-AUCG-FOUND PIC 9 VALUE 0 COMP.
       01 WS-AUCG-AUCTION-ID PIC 9(6) VALUE 0.
       01 WS-AUCG-LOT-NO PIC 9(3) VALUE 0.
       01 WS-AUCG-DATE PIC 9(8) VALUE 0.
       01 WS-AUCG-GUIDE-PRICE PIC 9(6)V99 VALUE 0.
       01 WS-AUCG-EOF PIC 9 VALUE 0 COMP.
