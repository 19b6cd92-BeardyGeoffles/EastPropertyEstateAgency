      *OFFER-STATUS = 'L' and prints a shortlist per buyer.
      *A zero price limit, spaces type or zero bedroom count on the
      *buyer record means "no preference" for that field.
      *Buyers are listed hottest first - every grade A buyer, then
      *B, C and D (BUYER-GRADE, set nightly by BuyerGrading.cbl;
      *ungraded buyers come with the D's) - so the top of the
      *report is the call list.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BuyerPropertyMatchReport.

       copy "buyerfile.cpy".
       copy "propertyfile.cpy".
       copy "configfile.cpy".

       data division.

       FILE SECTION.
       copy "buyerrecord.cpy".
       copy "propertyrecord.cpy".
       copy "configrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-buyergrade.cpy".

       01 ws-pound pic x(1) value x'9c'.
       01 ws-end-of-buyers pic 9 value 0 comp.

       PARA-100-MATCH-BUYERS.

           perform varying WS-GRADE-PASS from 1 by 1
             until WS-GRADE-PASS > 4
               perform PARA-150-MATCH-GRADE-PASS
           end-perform.

       PARA-150-MATCH-GRADE-PASS.

           move 0 to ws-end-of-buyers

           open input buyer-file
                       move 1 to ws-end-of-buyers

                   not at end
                       perform Rank-Buyer-Grade
                       if WS-BUYER-GRADE-RANK = WS-GRADE-PASS
                           perform PARA-200-SHORTLIST-FOR-BUYER
                       end-if

           end-perform

           display " "
           display "-----------------------------------------------"
           display "BUYER " BUYER-ID " " BUYER-NAME
             "  GRADE " BUYER-GRADE
           display "-----------------------------------------------"

           move 0 to ws-end-of-file
               display "  No properties currently match."
           end-if.

       copy "ReadConfigValue.cpy".
       copy "BuyerGradeRank.cpy".

       copy "MainFileOpenCheck.cpy".

       end program BuyerPropertyMatchReport.
