      *OFFERNOTICEREPORT.cbl
      *Offer notification compliance report - the list Trading
      *Standards ask for. Every offer on OFFER-FILE received on or
      *after the keyed date is checked against the written notice
      *OfferNotice.cbl stamped on it, and the report shows:
      *  NO NOTICE    - more than 24 hours old with no letter issued;
      *  LATE NOTICE  - the letter went more than 24 hours after the
      *                 offer was received;
      *  OWNER HELD   - an owner's consent record stopped their
      *                 letter, so the offer must have reached them
      *                 by other means.
      *Offers keyed before offer times were recorded count from
      *midnight of the offer date. Shown on screen and written to a
      *date-stamped OFFERCMP dataset registered on the print spool.
      *Reached from the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. OfferNoticeReport.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "offerfile.cpy".
       copy "spoolfile.cpy".

           select optional offer-comp-file assign to ws-report-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "offerrecord.cpy".
       copy "spoolrecord.cpy".

       FD offer-comp-file.
       01 offer-comp-line pic x(100).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-spool.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-date-input pic x(8) value spaces.
       01 ws-from-date pic 9(8) value 0.

       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-offer-yyyymmdd pic 9(8) value 0.
       01 ws-offer-hour pic 99 value 0.
       01 ws-offer-min pic 99 value 0.
       01 ws-offer-mins pic 9(12) value 0 comp.
       01 ws-notice-mins pic 9(12) value 0 comp.
       01 ws-now-mins pic 9(12) value 0 comp.
       01 ws-has-notice pic 9 value 0 comp.
       01 ws-notice-hhmm.
         03 ws-notice-hh pic 99 value 0.
         03 ws-notice-mm pic 99 value 0.
       01 ws-exception pic x(12) value spaces.
       01 ws-notice-disp pic x(16) value spaces.

       01 ws-checked-count pic 9(6) value 0.
       01 ws-exception-count pic 9(6) value 0.
       01 ws-amount-disp pic zzz,zz9.99.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST OFFER NOTIFICATION COMPLIANCE"
           display "-----------------------------------------------"
           display "Offers received from (YYYYMMDD), or blank for"
           display "every offer on file:"
           move spaces to ws-date-input
           accept ws-date-input

           if ws-date-input = spaces
               move 0 to ws-from-date
           else
               move function numval(ws-date-input) to ws-from-date
           end-if

           compute ws-now-mins =
             (function integer-of-date(
               function numval(function current-date(1:8))) * 1440)
             + (function numval(function current-date(9:2)) * 60)
             + function numval(function current-date(11:2))

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "OFFERCMP.", ws-date-stamp into ws-report-name

           perform PARA-100-CHECK-OFFERS

           move "OFFER NOTICE COMPLIANCE" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display " "
           display "Report written to " ws-report-name
           display "Press ENTER to return to the menu."
           accept ws-continue

           goback.

       PARA-100-CHECK-OFFERS.

           move 0 to ws-checked-count
           move 0 to ws-exception-count
           move 0 to ws-end-of-file

           open extend offer-comp-file

           move all "=" to offer-comp-line
           write offer-comp-line
           move spaces to offer-comp-line
           string "OFFER NOTIFICATION COMPLIANCE - RUN ",
             ws-date-stamp(7:2), "/", ws-date-stamp(5:2), "/",
             ws-date-stamp(1:4), "   OFFERS FROM ", ws-from-date
             into offer-comp-line
           write offer-comp-line
           move all "-" to offer-comp-line
           write offer-comp-line
           move "OFFER  PROPERTY BUYER   AMOUNT      RECEIVED        "
             & "  NOTICE            EXCEPTION" to offer-comp-line
           write offer-comp-line
           display offer-comp-line

           open input offer-file
           perform until ws-end-of-file = 1
               read offer-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform PARA-200-CHECK-ONE-OFFER
           end-perform
           close offer-file

           move all "-" to offer-comp-line
           write offer-comp-line
           move spaces to offer-comp-line
           string ws-checked-count, " OFFER(S) CHECKED, ",
             ws-exception-count, " EXCEPTION(S)."
             into offer-comp-line
           write offer-comp-line
           display offer-comp-line
           move all "=" to offer-comp-line
           write offer-comp-line

           close offer-comp-file.

       PARA-200-CHECK-ONE-OFFER.

           if OFR-DATE is numeric and OFR-YEAR not = 0
               compute ws-offer-yyyymmdd = (OFR-YEAR * 10000) +
                 (OFR-MONTH * 100) + OFR-DAY
           else
               move 0 to ws-offer-yyyymmdd
           end-if

           if ws-offer-yyyymmdd not = 0 and
             ws-offer-yyyymmdd not < ws-from-date
               add 1 to ws-checked-count
               perform PARA-300-MEASURE-NOTICE
               if ws-exception not = spaces
                   add 1 to ws-exception-count
                   perform PARA-400-REPORT-OFFER
               end-if
           end-if.

      *----------------------------------------------------------
      * Everything in minutes from the day count, so a notice the
      * next morning is on time and one the day after is not.
      *----------------------------------------------------------
       PARA-300-MEASURE-NOTICE.

           move 0 to ws-offer-hour
           move 0 to ws-offer-min
           if OFR-TIME is numeric
               move OFR-HOUR to ws-offer-hour
               move OFR-MIN to ws-offer-min
           end-if
           compute ws-offer-mins =
             (function integer-of-date(ws-offer-yyyymmdd) * 1440)
             + (ws-offer-hour * 60) + ws-offer-min

           move 0 to ws-has-notice
           move "NONE" to ws-notice-disp
           if OFR-NOTICE-DATE is numeric and OFR-NOTICE-DATE not = 0
               move 1 to ws-has-notice
               move 0 to ws-notice-hh
               move 0 to ws-notice-mm
               if OFR-NOTICE-TIME is numeric
                   move OFR-NOTICE-TIME to ws-notice-hhmm
               end-if
               compute ws-notice-mins =
                 (function integer-of-date(OFR-NOTICE-DATE) * 1440)
                 + (ws-notice-hh * 60) + ws-notice-mm
               move spaces to ws-notice-disp
               string OFR-NOTICE-DATE(7:2), "/",
                 OFR-NOTICE-DATE(5:2), "/", OFR-NOTICE-DATE(1:4),
                 " ", ws-notice-hh, ":", ws-notice-mm
                 into ws-notice-disp
           end-if

           move spaces to ws-exception
           if ws-has-notice = 0
               if ws-now-mins - ws-offer-mins > 1440
                   move "NO NOTICE" to ws-exception
               end-if
           else
               if ws-notice-mins - ws-offer-mins > 1440
                   move "LATE NOTICE" to ws-exception
               end-if
           end-if

           if ws-exception = spaces and OFR-NOTICE-HELD is numeric
             and OFR-NOTICE-HELD > 0
               move "OWNER HELD" to ws-exception
           end-if.

       PARA-400-REPORT-OFFER.

           move OFR-AMOUNT to ws-amount-disp
           move spaces to offer-comp-line
           string OFR-ID, " ", OFR-PROPERTY-ID, "   ", OFR-BUYER-ID,
             " ", ws-amount-disp, "  ", OFR-DAY, "/", OFR-MONTH, "/",
             OFR-YEAR, " ", ws-offer-hour, ":", ws-offer-min, "  ",
             ws-notice-disp, "  ", ws-exception
             into offer-comp-line
           write offer-comp-line
           display offer-comp-line.

       copy "SpoolWrite.cpy".

       end program OfferNoticeReport.
