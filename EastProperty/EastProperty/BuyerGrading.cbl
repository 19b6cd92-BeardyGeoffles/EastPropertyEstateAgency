      *BUYERGRADING.cbl
      *Batch job: grades every applicant A (hottest) to D so the
      *negotiators call the buyers most likely to proceed first.
      *Each buyer is scored from:
      *  finance       - BUYER-FINANCE-STATUS: cash 30, mortgage
      *                  approved in principle 20, pending 5;
      *  own sale      - BUYER-TO-SELL: nothing to sell 25, sale
      *                  under offer 15 (a linked listing of ours
      *                  counts as under offer at OFFER-STATUS O/S);
      *  AML           - a passed AML-FILE check 15, pending 5;
      *  viewings      - 5 per viewing attended, up to 15;
      *  offers        - 5 per offer on OFFER-FILE, up to 10;
      *  last contact  - BUYER-LAST-CONTACT-DATE within 30 days 10,
      *                  within 90 days 5.
      *The grade boundaries are CONFIG-FILE settings GRADE-A-SCORE
      *(default 70), GRADE-B-SCORE (45) and GRADE-C-SCORE (25);
      *anything lower is D. BUYER-GRADE and BUYER-GRADE-DATE are
      *stamped on the buyer record, where the buyer screen shows
      *them, BuyerPropertyMatchReport.cbl sorts by them and the
      *new-listing alerts are queued hottest first and filtered by
      *them. Runs unattended as a step in the BatchConsole.cbl
      *overnight sequence.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BuyerGrading.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "buyerfile.cpy".
       copy "propertyfile.cpy".
       copy "amlfile.cpy".
       copy "viewingfile.cpy".
       copy "offerfile.cpy".
       copy "configfile.cpy".

       data division.

       FILE SECTION.
       copy "buyerrecord.cpy".
       copy "propertyrecord.cpy".
       copy "amlrecord.cpy".
       copy "viewingrecord.cpy".
       copy "offerrecord.cpy".
       copy "configrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-scan-eof pic 9 value 0 comp.
       01 ws-buyer-count pic 9(6) value 0.
       01 ws-grade-a-count pic 9(6) value 0.
       01 ws-grade-b-count pic 9(6) value 0.
       01 ws-grade-c-count pic 9(6) value 0.
       01 ws-grade-d-count pic 9(6) value 0.

       01 ws-grade-a-score pic 9(4) value 0.
       01 ws-grade-b-score pic 9(4) value 0.
       01 ws-grade-c-score pic 9(4) value 0.

       01 ws-score pic 9(4) value 0.
       01 ws-aml-points pic 99 value 0.
       01 ws-viewing-count pic 9(4) value 0.
       01 ws-offer-count pic 9(4) value 0.
       01 ws-own-sale-under-offer pic 9 value 0 comp.

       01 ws-today-int pic 9(8) value 0 comp.
       01 ws-contact-int pic 9(8) value 0 comp.
       01 ws-contact-yyyymmdd pic 9(8) value 0.
       01 ws-contact-days pic s9(8) value 0 comp.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST APPLICANT GRADING RUN"
           display "-----------------------------------------------"

           move "GRADE-A-SCORE" to WS-CONFIG-NAME
           move 70 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-grade-a-score

           move "GRADE-B-SCORE" to WS-CONFIG-NAME
           move 45 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-grade-b-score

           move "GRADE-C-SCORE" to WS-CONFIG-NAME
           move 25 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-grade-c-score

           compute ws-today-int = function integer-of-date(
             function numval(function current-date(1:8)))

           perform PARA-100-GRADE-BUYERS

           display "-----------------------------------------------"
           display ws-buyer-count " applicant(s) graded."
           display "  A " ws-grade-a-count "   B " ws-grade-b-count
             "   C " ws-grade-c-count "   D " ws-grade-d-count
           display "-----------------------------------------------"

           goback.

       PARA-100-GRADE-BUYERS.

           move 0 to ws-end-of-file
           move 0 to ws-buyer-count
           move 0 to ws-grade-a-count
           move 0 to ws-grade-b-count
           move 0 to ws-grade-c-count
           move 0 to ws-grade-d-count

           open i-o buyer-file
           perform Check-Buyer-Open
           perform until ws-end-of-file = 1
               read buyer-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform PARA-200-SCORE-ONE-BUYER
                       perform PARA-300-SET-GRADE
                       rewrite buyer-record
                       add 1 to ws-buyer-count
           end-perform
           close buyer-file.

       PARA-200-SCORE-ONE-BUYER.

           move 0 to ws-score

           evaluate BUYER-FINANCE-STATUS
               when "C"
                   add 30 to ws-score
               when "A"
                   add 20 to ws-score
               when "P"
                   add 5 to ws-score
               when other
                   continue
           end-evaluate

           perform PARA-210-SCORE-OWN-SALE
           perform PARA-220-SCORE-AML
           perform PARA-230-COUNT-VIEWINGS
           perform PARA-240-COUNT-OFFERS
           perform PARA-250-SCORE-CONTACT.

      *----------------------------------------------------------
      * Chain-free is worth most. A sale linked to one of our own
      * listings is judged from that listing, whatever was keyed,
      * since the listing is kept up to date and the flag is not.
      *----------------------------------------------------------
       PARA-210-SCORE-OWN-SALE.

           move 0 to ws-own-sale-under-offer
           if BUYER-TO-SELL = "O"
               move 1 to ws-own-sale-under-offer
           end-if

           if BUYER-SELL-PROPERTY-ID is numeric and
             BUYER-SELL-PROPERTY-ID not = 0
               move 0 to ws-own-sale-under-offer
               open input property-file
               perform Check-Property-Open
               move BUYER-SELL-PROPERTY-ID to
                 property-id of property-record
               read property-file
                   invalid key
                       continue
                   not invalid key
                       if OFFER-STATUS of property-record = "O" or
                         OFFER-STATUS of property-record = "S"
                           move 1 to ws-own-sale-under-offer
                       end-if
               end-read
               close property-file
           end-if

           if BUYER-TO-SELL = "N" and (BUYER-SELL-PROPERTY-ID
             not numeric or BUYER-SELL-PROPERTY-ID = 0)
               add 25 to ws-score
           else
               if ws-own-sale-under-offer = 1
                   add 15 to ws-score
               end-if
           end-if.

       PARA-220-SCORE-AML.

           move 0 to ws-aml-points
           move 0 to ws-scan-eof

           open input aml-file
           perform until ws-scan-eof = 1
               read aml-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if AML-PARTY-TYPE = "B" and
                         AML-PARTY-ID = BUYER-ID of buyer-record
                           if AML-RESULT = "Y"
                               move 15 to ws-aml-points
                           else
                               if AML-RESULT = "P" and
                                 ws-aml-points = 0
                                   move 5 to ws-aml-points
                               end-if
                           end-if
                       end-if
           end-perform
           close aml-file

           add ws-aml-points to ws-score.

      *----------------------------------------------------------
      * Only viewings the applicant actually turned up to count:
      * interested, not interested or went on to offer - not a
      * no-show, a cancellation or one still to happen.
      *----------------------------------------------------------
       PARA-230-COUNT-VIEWINGS.

           move 0 to ws-viewing-count
           move 0 to ws-scan-eof

           open input viewing-file
           perform until ws-scan-eof = 1
               read viewing-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if VIEWING-BUYER-ID = BUYER-ID of buyer-record
                         and (VIEWING-OUTCOME = "I" or
                              VIEWING-OUTCOME = "N" or
                              VIEWING-OUTCOME = "O")
                           add 1 to ws-viewing-count
                       end-if
           end-perform
           close viewing-file

           if ws-viewing-count > 3
               add 15 to ws-score
           else
               compute ws-score = ws-score + (ws-viewing-count * 5)
           end-if.

       PARA-240-COUNT-OFFERS.

           move 0 to ws-offer-count
           move 0 to ws-scan-eof

           open input offer-file
           perform until ws-scan-eof = 1
               read offer-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if OFR-BUYER-ID = BUYER-ID of buyer-record
                           add 1 to ws-offer-count
                       end-if
           end-perform
           close offer-file

           if ws-offer-count > 2
               add 10 to ws-score
           else
               compute ws-score = ws-score + (ws-offer-count * 5)
           end-if.

       PARA-250-SCORE-CONTACT.

           if BUYER-LAST-CONTACT-DATE is numeric and
             BUYER-LAST-CONTACT-YEAR not = 0
               compute ws-contact-yyyymmdd =
                 (BUYER-LAST-CONTACT-YEAR * 10000) +
                 (BUYER-LAST-CONTACT-MONTH * 100) +
                 BUYER-LAST-CONTACT-DAY
               compute ws-contact-int =
                 function integer-of-date(ws-contact-yyyymmdd)
               if ws-contact-int not = 0
                   compute ws-contact-days =
                     ws-today-int - ws-contact-int
                   if ws-contact-days not > 30
                       add 10 to ws-score
                   else
                       if ws-contact-days not > 90
                           add 5 to ws-score
                       end-if
                   end-if
               end-if
           end-if.

       PARA-300-SET-GRADE.

           evaluate true
               when ws-score not < ws-grade-a-score
                   move "A" to BUYER-GRADE
                   add 1 to ws-grade-a-count
               when ws-score not < ws-grade-b-score
                   move "B" to BUYER-GRADE
                   add 1 to ws-grade-b-count
               when ws-score not < ws-grade-c-score
                   move "C" to BUYER-GRADE
                   add 1 to ws-grade-c-count
               when other
                   move "D" to BUYER-GRADE
                   add 1 to ws-grade-d-count
           end-evaluate

           move function current-date(7:2) to BUYER-GRADE-DAY
           move function current-date(5:2) to BUYER-GRADE-MONTH
           move function current-date(1:4) to BUYER-GRADE-YEAR.

       copy "ReadConfigValue.cpy".

       copy "MainFileOpenCheck.cpy".

       end program BuyerGrading.
