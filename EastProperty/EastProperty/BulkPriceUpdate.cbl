      *(OFFER-STATUS "S") are left out of the adjustment since their
      *price field isn't an open asking price any more.
      *Must be passed a valid Seller ID.
      *Buyers newly in band are alerted one grade at a time, A
      *first, down to the ALERT-MAX-GRADE setting.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BulkPriceUpdate.
       copy "pricehistfile.cpy".
       copy "seqfile.cpy".
       copy "certfile.cpy".
       copy "configfile.cpy".

       copy "journalfile.cpy".

       copy "pricehistrecord.cpy".
       copy "seqrecord.cpy".
       copy "certrecord.cpy".
       copy "configrecord.cpy".

       working-storage section.
       copy "ws-journal.cpy".
       copy "ws-pricehist.cpy".
       copy "ws-nextid.cpy".
       copy "ws-marketcheck.cpy".
       copy "ws-config.cpy".
       copy "ws-buyergrade.cpy".

       01 ws-seller-name pic x(20) value spaces.

               perform PARA-429-SCAN-MATCH-BUYERS
           end-if.

      *One pass per grade, A first, down to ALERT-MAX-GRADE.
       PARA-429-SCAN-MATCH-BUYERS.

           perform Load-Alert-Max-Grade
           perform varying WS-GRADE-PASS from 1 by 1
             until WS-GRADE-PASS > WS-GRADE-MAX-PASS
               perform PARA-429-SCAN-GRADE-PASS
           end-perform.

       PARA-429-SCAN-GRADE-PASS.

           move 0 to ws-match-buyers-eof

           open input buyer-file
                   at end
                       move 1 to ws-match-buyers-eof
                   not at end
                       perform Rank-Buyer-Grade
                       if WS-BUYER-GRADE-RANK = WS-GRADE-PASS and
                         BUYER-MAX-PRICE not = 0 and
                         ws-old-asking-amount > BUYER-MAX-PRICE and
                         PROPERTY-ASKING not > BUYER-MAX-PRICE and
                         (BUYER-MIN-PRICE = 0 or
       copy "PriceHistWrite.cpy".
       copy "GenerateNextId.cpy".
       copy "MarketingCheck.cpy".
       copy "ReadConfigValue.cpy".
       copy "BuyerGradeRank.cpy".

       copy "JournalWrite.cpy".

