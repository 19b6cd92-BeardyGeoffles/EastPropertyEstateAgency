      *AUCTIONFILE.cpy
           SELECT OPTIONAL AUCTION-FILE ASSIGN TO "AUCTION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUC-ID.
           SELECT OPTIONAL AUCTION-LOT-FILE ASSIGN TO "AUCLOTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               ALTERNATE RECORD KEY IS LOT-PROPERTY-ID
                   WITH DUPLICATES.
