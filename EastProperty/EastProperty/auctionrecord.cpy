      *AUCTIONRECORD.cpy
      *Record layouts for sales by auction through the auction
      *partner - an auction event (date, venue, partner) and the
      *lots entered in it, each lot one of our instructions. The
      *guide price and the vendor's reserve are held on the lot,
      *apart from PROPERTY-ASKING. The reserve is confidential: it
      *is shown only to the manager and admin roles in Auction.cbl
      *and on the post-auction results report, and never reaches
      *the bulletin or the portal feed, which take the guide price
      *alone through Read-Auction-Guide (AuctionGuideRead.cpy).
      *AUC-STATUS: space = to come, R = results imported.
      *LOT-STATUS: space = entered, S = sold, U = unsold,
      *W = withdrawn from the sale. Results come in from the
      *partner's file through AuctionResultsImport.cbl.
       FD AUCTION-FILE.
       01 AUCTION-RECORD.
         03 AUC-ID PIC 9(6).
         03 AUC-DATE PIC 9(8).
         03 AUC-VENUE PIC X(40).
         03 AUC-PARTNER PIC X(30).
         03 AUC-STATUS PIC X.
         03 AUC-USER-ID PIC 9(6).

       FD AUCTION-LOT-FILE.
       01 AUCTION-LOT-RECORD.
         03 LOT-KEY.
           05 LOT-AUCTION-ID PIC 9(6).
           05 LOT-NO PIC 9(3).
         03 LOT-PROPERTY-ID PIC 9(6).
         03 LOT-GUIDE-PRICE PIC 9(6)V99.
         03 LOT-RESERVE-PRICE PIC 9(6)V99.
         03 LOT-STATUS PIC X.
         03 LOT-SOLD-PRICE PIC 9(6)V99.
         03 LOT-BUYER-ID PIC 9(6).
         03 LOT-SOLD-DATE PIC 9(8).
         03 LOT-USER-ID PIC 9(6).
