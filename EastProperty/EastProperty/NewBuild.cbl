      *NEWBUILD.cbl
      *New-build development and plot register - the developments we
      *sell plots on for local builders, which the property file
      *cannot hold as one listing with twenty plots, a price list,
      *reservation fees and builder incentives. Reached from the
      *Property menu:
      *  1. Add a development - name and address, the builder (a
      *     seller record), the builder's standard reservation fee
      *     and how many days a reservation holds before exchange
      *     (CONFIG-FILE NEWBUILD-RES-DAYS, default 28, when the
      *     builder does not say).
      *  2. Add a plot - plot number, house type, the property type
      *     and beds it lists as, price and any incentive.
      *  3. Plots on a development - the price list with each
      *     plot's status, buyer and reservation expiry.
      *  4. Amend a plot - price and incentive while it is still
      *     available; a plot already on the market has its listing
      *     price moved with it.
      *  5. Reserve a plot - buyer, date and fee, with the expiry
      *     worked from the development's reservation days, and the
      *     reservation agreement written to a date-stamped RESAGREE
      *     dataset. A plot already reserved can have its agreement
      *     printed again.
      *  6. Exchange, complete or release a reserved plot.
      *  7. Put a plot on the market - makes it an ordinary sale
      *     listing of the builder's on PROPERTY-FILE (OFFER-STATUS
      *     L), so the portal feed carries it like any other; the
      *     listing follows the plot through reservation (sale
      *     agreed), release (back on the market) and completion.
      *  8. Developer report - for one development or all of them,
      *     the status of every plot, the week's new reservations,
      *     and reservations expired or expiring within
      *     NEWBUILD-EXPIRY-WARN-DAYS (default 7), to a date-stamped
      *     NEWBUILD dataset on the print spool for the weekly send
      *     to the builder.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. NewBuild.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "devfile.cpy".
       copy "plotfile.cpy".
       copy "propertyfile.cpy".
       copy "propertytypefile.cpy".
       copy "sellerfile.cpy".
       copy "buyerfile.cpy".
       copy "userfile.cpy".
       copy "configfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "journalfile.cpy".

           select optional newbuild-report-file assign to
               ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "devrecord.cpy".
       copy "plotrecord.cpy".
       copy "propertyrecord.cpy".
       copy "propertytyperecord.cpy".
       copy "sellerrecord.cpy".
       copy "buyerrecord.cpy".
       copy "userrecord.cpy".
       copy "configrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "journalrecord.cpy".

       FD newbuild-report-file.
       01 newbuild-report-line pic x(100).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-journal.cpy".

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-config.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 WS-PROPERTY-TYPE-VALID pic 9 value 1 comp.

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-dev-eof pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.

       01 ws-pick-id pic 9(6) value 0.
       01 ws-pick-dev-id pic 9(6) value 0.
       01 ws-record-found pic 9 value 0 comp.
       01 ws-keyed-ok pic 9 value 0 comp.
       01 ws-dev-found pic 9 value 0 comp.
       01 ws-plot-no-used pic 9 value 0 comp.
       01 ws-new-plot-no pic x(5) value spaces.
       01 ws-current-branch pic 99 value 0.

       01 ws-dev-name pic x(25) value spaces.
       01 ws-dev-al2 pic x(25) value spaces.
       01 ws-dev-al3 pic x(25) value spaces.
       01 ws-dev-al4 pic x(25) value spaces.
       01 ws-dev-postcode pic x(7) value spaces.
       01 ws-dev-seller-id pic 9(6) value 0.
       01 ws-dev-branch-id pic 99 value 0.
       01 ws-dev-res-fee pic 9(5)v99 value 0.
       01 ws-dev-res-days pic 999 value 0.
       01 ws-builder-name pic x(20) value spaces.

      *Keyed dates come in DDMMYYYY and go back as YYYYMMDD.
       01 ws-date-result pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-result.
         03 ws-date-yyyy pic 9999.
         03 ws-date-mm pic 99.
         03 ws-date-dd pic 99.
       01 ws-date-default pic 9(8) value 0.
       01 ws-date-show pic 9(8) value 0.
       01 ws-date-disp pic x(10) value spaces.
       01 ws-res-date-disp pic x(10) value spaces.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-week-ago pic 9(8) value 0.
       01 ws-warn-days pic 9(4) value 0.
       01 ws-warn-limit pic 9(8) value 0.
       01 ws-days-left pic s9(5) value 0.
       01 ws-days-left-disp pic -(4)9.

       01 ws-price-disp pic zzz,zz9.99.
       01 ws-fee-disp pic zz,zz9.99.
       01 ws-value-disp pic z,zzz,zz9.99.
       01 ws-status-disp pic x(10) value spaces.
       01 ws-old-price pic 9(6)v99 value 0.
       01 ws-list-count pic 9(4) value 0.

       01 ws-count-available pic 9(4) value 0.
       01 ws-count-reserved pic 9(4) value 0.
       01 ws-count-exchanged pic 9(4) value 0.
       01 ws-count-completed pic 9(4) value 0.
       01 ws-count-new-res pic 9(4) value 0.
       01 ws-count-expiring pic 9(4) value 0.
       01 ws-value-agreed pic 9(8)v99 value 0.
       01 ws-report-devs pic 9(4) value 0.

       01 ws-heating pic x value space.
       01 ws-garden pic x value space.
       01 ws-parking pic x value space.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST NEW-BUILD DEVELOPMENTS"
               display "----------------------------------------"
               display "1. ADD A DEVELOPMENT"
               display "2. ADD A PLOT"
               display "3. PLOTS ON A DEVELOPMENT"
               display "4. AMEND A PLOT"
               display "5. RESERVE A PLOT"
               display "6. EXCHANGE, COMPLETE OR RELEASE A PLOT"
               display "7. PUT A PLOT ON THE MARKET"
               display "8. DEVELOPER REPORT"
               display "9. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-ADD-DEVELOPMENT
                   when "2"
                       perform PARA-200-ADD-PLOT
                   when "3"
                       perform PARA-300-LIST-PLOTS
                   when "4"
                       perform PARA-400-AMEND-PLOT
                   when "5"
                       perform PARA-500-RESERVE-PLOT
                   when "6"
                       perform PARA-600-PROGRESS-PLOT
                   when "7"
                       perform PARA-700-MARKET-PLOT
                   when "8"
                       perform PARA-800-DEVELOPER-REPORT
                   when "9"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * A development belongs to a builder already on file as a
      * seller, and to the branch of the negotiator who takes it
      * on.
      *----------------------------------------------------------
       PARA-100-ADD-DEVELOPMENT.

           initialize DEV-RECORD
           move 0 to ws-keyed-ok

           display "Development name:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to DEV-NAME

           display "Street:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to DEV-AL2

           display "Town:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to DEV-AL3

           display "County:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to DEV-AL4

           display "Postcode:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to DEV-POSTCODE

           if DEV-NAME = spaces or DEV-POSTCODE = spaces
               display "The development name and postcode are"
                 " required."
           else
               perform PARA-150-TAKE-BUILDER
           end-if

           if ws-keyed-ok = 1
               perform PARA-180-WRITE-DEVELOPMENT
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-150-TAKE-BUILDER.

           display "Builder's seller ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to DEV-SELLER-ID

           open input seller-file
           perform Check-Seller-Open
           move DEV-SELLER-ID to SELLER-ID of seller-record
           read seller-file
               invalid key
                   display "No seller with that reference - add the"
                     " builder as a seller first."
               not invalid key
                   display "Builder: " SELLER-NAME of seller-record
                   move 1 to ws-keyed-ok
           end-read
           close seller-file

           if ws-keyed-ok = 1
               display "Standard reservation fee:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to DEV-RES-FEE

               move "NEWBUILD-RES-DAYS" to WS-CONFIG-NAME
               move 28 to WS-CONFIG-DEFAULT
               perform Read-Config-Value

               display "Days a reservation holds before exchange,"
                 " blank for " WS-CONFIG-RESULT ":"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input = spaces
                   move WS-CONFIG-RESULT to DEV-RES-DAYS
               else
                   move function numval(ws-in-input) to DEV-RES-DAYS
               end-if

               if DEV-RES-DAYS = 0
                   display "The reservation period is required."
                   move 0 to ws-keyed-ok
               end-if
           end-if.

       PARA-180-WRITE-DEVELOPMENT.

           perform PARA-190-READ-USER-BRANCH

           move "NEWDEV" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           move WS-NEXTID-RESULT to DEV-ID
           move ws-current-branch to DEV-BRANCH-ID
           move "A" to DEV-STATUS
           move function current-date(1:8) to DEV-ADDED-DATE
           move ws-current-user-id to DEV-USER-ID

           open i-o dev-file
           write DEV-RECORD
           close dev-file

           move "NEWDEV" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move DEV-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move DEV-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           display "Development " DEV-ID " added.".

       PARA-190-READ-USER-BRANCH.

           move 0 to ws-current-branch

           if ws-current-user-id not = 0
               open input user-file
               perform Check-User-Open
               move ws-current-user-id to user-id of user-record
               read user-file
                   invalid key
                       continue
                   not invalid key
                       move USER-BRANCH-ID to ws-current-branch
               end-read
               close user-file
           end-if.

      *----------------------------------------------------------
      * Plot numbers are the builder's and unique on their
      * development; the property type is checked against the
      * same table the property screens use, since the plot lists
      * as it.
      *----------------------------------------------------------
       PARA-200-ADD-PLOT.

           perform PARA-950-TAKE-DEVELOPMENT

           if ws-dev-found = 1
               perform PARA-250-TAKE-PLOT
           end-if

           if ws-dev-found = 1 and ws-keyed-ok = 1
               move "NEWPLOT" to WS-NEXTID-SEQ-NAME
               perform Generate-Next-Id

               move WS-NEXTID-RESULT to PLOT-ID
               move ws-pick-dev-id to PLOT-DEV-ID
               move "A" to PLOT-STATUS
               move ws-current-user-id to PLOT-USER-ID

               open i-o plot-file
               write PLOT-RECORD
               close plot-file

               move "NEWPLOT" to ws-audit-record-type
               move "ADD" to ws-audit-action
               move PLOT-ID to ws-audit-key
               move spaces to ws-audit-old-value
               move PLOT-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               display "Plot " PLOT-NO " added as " PLOT-ID "."
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-250-TAKE-PLOT.

           move 0 to ws-keyed-ok

           display "Plot number:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to ws-new-plot-no

           perform PARA-260-CHECK-PLOT-NO

           if ws-new-plot-no = spaces
               display "The plot number is required."
           else
               if ws-plot-no-used = 1
                   display "Plot " ws-new-plot-no " is already on"
                     " this development."
               else
                   perform PARA-270-TAKE-PLOT-DETAIL
               end-if
           end-if.

       PARA-260-CHECK-PLOT-NO.

           move 0 to ws-plot-no-used
           move 0 to ws-end-of-file
           open input plot-file
           move ws-pick-dev-id to PLOT-DEV-ID
           start plot-file key = PLOT-DEV-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read plot-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if PLOT-DEV-ID not = ws-pick-dev-id
                           move 1 to ws-end-of-file
                       else
                           if PLOT-NO = ws-new-plot-no
                               move 1 to ws-plot-no-used
                           end-if
                       end-if
           end-perform
           close plot-file.

       PARA-270-TAKE-PLOT-DETAIL.

           initialize PLOT-RECORD
           move ws-new-plot-no to PLOT-NO

           display "House type (the builder's design name):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to PLOT-HOUSE-TYPE

           display "Property type it lists as (e.g. DETACHED):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to
             PLOT-PROPERTY-TYPE

           move PLOT-PROPERTY-TYPE to PROPERTY-TYPE
           perform Validate-Property-Type

           if WS-PROPERTY-TYPE-VALID = 0 or
             PLOT-PROPERTY-TYPE = spaces
               display "That is not a property type on the table."
           else
               display "Bedrooms:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to PLOT-BEDS

               display "Price:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to PLOT-PRICE

               perform PARA-280-TAKE-INCENTIVE

               if PLOT-PRICE = 0
                   display "The price is required."
               else
                   move 1 to ws-keyed-ok
               end-if
           end-if.

       PARA-280-TAKE-INCENTIVE.

           display "Builder incentive on this plot, blank for none:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to PLOT-INCENTIVE

           if PLOT-INCENTIVE = spaces
               move 0 to PLOT-INCENTIVE-VALUE
           else
               display "Value of the incentive:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 PLOT-INCENTIVE-VALUE
           end-if.

      *----------------------------------------------------------
      * The development's price list as it stands.
      *----------------------------------------------------------
       PARA-300-LIST-PLOTS.

           perform PARA-950-TAKE-DEVELOPMENT

           if ws-dev-found = 1
               display " "
               display "PLOT  HOUSE TYPE           BEDS      PRICE"
                 " STATUS     BUYER  EXPIRES"
               move 0 to ws-list-count
               move 0 to ws-end-of-file
               open input plot-file
               move ws-pick-dev-id to PLOT-DEV-ID
               start plot-file key = PLOT-DEV-ID
                   invalid key
                       move 1 to ws-end-of-file
               end-start
               perform until ws-end-of-file = 1
                   read plot-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if PLOT-DEV-ID not = ws-pick-dev-id
                               move 1 to ws-end-of-file
                           else
                               perform PARA-350-PLOT-LINE
                               add 1 to ws-list-count
                           end-if
               end-perform
               close plot-file
               display ws-list-count " plot(s) on the development."
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-350-PLOT-LINE.

           perform PARA-360-PLOT-STATUS
           move PLOT-PRICE to ws-price-disp
           move PLOT-RES-EXPIRY to ws-date-show
           perform PARA-920-SHOW-DATE
           if PLOT-STATUS not = "R"
               move spaces to ws-date-disp
           end-if
           display PLOT-NO " " PLOT-HOUSE-TYPE " " PLOT-BEDS "  "
             ws-price-disp " " ws-status-disp " " PLOT-BUYER-ID " "
             ws-date-disp
           if PLOT-INCENTIVE not = spaces
               move PLOT-INCENTIVE-VALUE to ws-fee-disp
               display "      Incentive: " PLOT-INCENTIVE " "
                 ws-fee-disp
           end-if
           if PLOT-PROPERTY-ID not = 0
               display "      Listed as property " PLOT-PROPERTY-ID
           end-if.

       PARA-360-PLOT-STATUS.

           evaluate PLOT-STATUS
               when "A"
                   move "AVAILABLE" to ws-status-disp
               when "R"
                   move "RESERVED" to ws-status-disp
               when "X"
                   move "EXCHANGED" to ws-status-disp
               when other
                   move "COMPLETED" to ws-status-disp
           end-evaluate.

      *----------------------------------------------------------
      * Price and incentive move on an available plot only - a
      * reservation is taken at the price on the agreement.
      *----------------------------------------------------------
       PARA-400-AMEND-PLOT.

           perform PARA-960-TAKE-PLOT-ID

           if ws-record-found = 1
               if PLOT-STATUS not = "A"
                   display "Only an available plot can be repriced."
               else
                   move PLOT-RECORD to ws-audit-old-value
                   move PLOT-PRICE to ws-old-price
                   move PLOT-PRICE to ws-price-disp
                   display "New price, blank for " ws-price-disp ":"
                   move spaces to ws-in-input
                   accept ws-in-input
                   if ws-in-input not = spaces
                       move function numval(ws-in-input) to
                         PLOT-PRICE
                   end-if
                   perform PARA-280-TAKE-INCENTIVE

                   if PLOT-PRICE = 0
                       display "The price is required."
                   else
                       perform PARA-450-REWRITE-PLOT
                       if PLOT-PRICE not = ws-old-price
                           perform PARA-750-UPDATE-LISTING
                       end-if
                   end-if
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-450-REWRITE-PLOT.

           move ws-current-user-id to PLOT-USER-ID

           open i-o plot-file
           rewrite PLOT-RECORD
           close plot-file

           move "NEWPLOT" to ws-audit-record-type
           move "AMEND" to ws-audit-action
           move PLOT-ID to ws-audit-key
           move PLOT-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-360-PLOT-STATUS
           display "Plot " PLOT-NO " now " ws-status-disp ".".

      *----------------------------------------------------------
      * A reservation holds the plot for the builder's reservation
      * period; the agreement goes to the buyer for signature with
      * the fee.
      *----------------------------------------------------------
       PARA-500-RESERVE-PLOT.

           perform PARA-960-TAKE-PLOT-ID

           if ws-record-found = 1
               evaluate PLOT-STATUS
                   when "A"
                       perform PARA-510-TAKE-RESERVATION
                   when "R"
                       display "Plot already reserved - print the"
                         " agreement again (Y/N)?"
                       move spaces to ws-in-input
                       accept ws-in-input
                       if function upper-case(ws-in-input(1:1)) = "Y"
                           perform PARA-550-WRITE-AGREEMENT
                       end-if
                   when other
                       display "That plot has exchanged."
               end-evaluate
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-510-TAKE-RESERVATION.

           move PLOT-RECORD to ws-audit-old-value
           move 0 to ws-keyed-ok

           display "Buyer ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to PLOT-BUYER-ID

           open input buyer-file
           perform Check-Buyer-Open
           move PLOT-BUYER-ID to BUYER-ID of buyer-record
           read buyer-file
               invalid key
                   display "No buyer with that reference."
               not invalid key
                   display "Buyer: " BUYER-NAME of buyer-record
                   move 1 to ws-keyed-ok
           end-read
           close buyer-file

           if ws-keyed-ok = 1
               display "Reservation date (DDMMYYYY), blank for today:"
               move function current-date(1:8) to ws-date-default
               perform PARA-900-TAKE-DATE
               move ws-date-result to PLOT-RES-DATE
               if PLOT-RES-DATE = 0
                   display "Date not understood."
                   move 0 to ws-keyed-ok
               end-if
           end-if

           if ws-keyed-ok = 1
               perform PARA-520-TAKE-FEE
               compute PLOT-RES-EXPIRY = function date-of-integer(
                 function integer-of-date(PLOT-RES-DATE) +
                 ws-dev-res-days)
               move "R" to PLOT-STATUS
               perform PARA-450-REWRITE-PLOT
               move PLOT-RES-EXPIRY to ws-date-show
               perform PARA-920-SHOW-DATE
               display "Reservation holds until " ws-date-disp "."
               perform PARA-750-UPDATE-LISTING
               perform PARA-550-WRITE-AGREEMENT
           else
               move 0 to PLOT-BUYER-ID
           end-if.

       PARA-520-TAKE-FEE.

           move ws-dev-res-fee to ws-fee-disp
           display "Reservation fee taken, blank for " ws-fee-disp ":"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               move ws-dev-res-fee to PLOT-RES-FEE
           else
               move function numval(ws-in-input) to PLOT-RES-FEE
           end-if.

      *----------------------------------------------------------
      * The reservation agreement - plot, price, incentive, fee
      * and expiry, buyer and builder, under the branch
      * letterhead, for both to sign.
      *----------------------------------------------------------
       PARA-550-WRITE-AGREEMENT.

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "RESAGREE.", ws-date-stamp into ws-report-name

           open extend newbuild-report-file

           move all "=" to newbuild-report-line
           write newbuild-report-line
           move ws-dev-branch-id to WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 newbuild-report-line
               write newbuild-report-line
           end-perform
           move all "-" to newbuild-report-line
           write newbuild-report-line
           move "RESERVATION AGREEMENT" to newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           string "DATED ", ws-date-stamp(7:2), "/",
             ws-date-stamp(5:2), "/", ws-date-stamp(1:4) into
             newbuild-report-line
           write newbuild-report-line
           move all "-" to newbuild-report-line
           write newbuild-report-line

           perform PARA-560-AGREEMENT-PLOT
           perform PARA-570-AGREEMENT-PARTIES
           perform PARA-580-AGREEMENT-TERMS

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to newbuild-report-line
               write newbuild-report-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 newbuild-report-line
               write newbuild-report-line
           end-perform
           move all "=" to newbuild-report-line
           write newbuild-report-line

           close newbuild-report-file

           move "NEWPLOT" to ws-audit-record-type
           move "ISSUE" to ws-audit-action
           move PLOT-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "RESERVATION AGREEMENT WRITTEN TO ", ws-report-name
             into ws-audit-new-value
           perform Write-Audit-Log

           display "Reservation agreement written to " ws-report-name.

       PARA-560-AGREEMENT-PLOT.

           move "PLOT" to newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           string "  PLOT ", PLOT-NO, " ", ws-dev-name
             delimited by size into newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           string "  ", ws-dev-al2 into newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           string "  ", ws-dev-al3, " ", ws-dev-al4
             delimited by size into newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           string "  ", ws-dev-postcode, "   (PLOT REF ", PLOT-ID,
             ")" into newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           string "  HOUSE TYPE ", PLOT-HOUSE-TYPE, "  ", PLOT-BEDS,
             " BEDROOM ", PLOT-PROPERTY-TYPE delimited by size
             into newbuild-report-line
           write newbuild-report-line

           move PLOT-PRICE to ws-price-disp
           move spaces to newbuild-report-line
           string "PURCHASE PRICE      ", ws-price-disp into
             newbuild-report-line
           write newbuild-report-line
           if PLOT-INCENTIVE not = spaces
               move PLOT-INCENTIVE-VALUE to ws-fee-disp
               move spaces to newbuild-report-line
               string "BUILDER INCENTIVE   ", PLOT-INCENTIVE, " ",
                 ws-fee-disp delimited by size into
                 newbuild-report-line
               write newbuild-report-line
           end-if
           move PLOT-RES-FEE to ws-fee-disp
           move spaces to newbuild-report-line
           string "RESERVATION FEE      ", ws-fee-disp into
             newbuild-report-line
           write newbuild-report-line
           move PLOT-RES-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           move PLOT-RES-EXPIRY to ws-date-show
           move ws-date-disp to ws-res-date-disp
           perform PARA-920-SHOW-DATE
           move spaces to newbuild-report-line
           string "RESERVED ", ws-res-date-disp, "  EXCHANGE BY ",
             ws-date-disp into newbuild-report-line
           write newbuild-report-line.

       PARA-570-AGREEMENT-PARTIES.

           move all "-" to newbuild-report-line
           write newbuild-report-line
           move "BUYER" to newbuild-report-line
           write newbuild-report-line
           open input buyer-file
           perform Check-Buyer-Open
           move PLOT-BUYER-ID to BUYER-ID of buyer-record
           read buyer-file
               invalid key
                   move "  (BUYER NOT ON FILE)" to newbuild-report-line
                   write newbuild-report-line
                   end-write
               not invalid key
                   move spaces to newbuild-report-line
                   string "  ", BUYER-NAME of buyer-record into
                     newbuild-report-line
                   write newbuild-report-line
                   move spaces to newbuild-report-line
                   string "  ", BUYER-AL1 of buyer-record, " ",
                     BUYER-POSTCODE of buyer-record into
                     newbuild-report-line
                   write newbuild-report-line
           end-read
           close buyer-file

           move all "-" to newbuild-report-line
           write newbuild-report-line
           move "BUILDER" to newbuild-report-line
           write newbuild-report-line
           open input seller-file
           perform Check-Seller-Open
           move ws-dev-seller-id to SELLER-ID of seller-record
           read seller-file
               invalid key
                   move "  (BUILDER NOT ON FILE)" to
                     newbuild-report-line
                   write newbuild-report-line
                   end-write
               not invalid key
                   move spaces to newbuild-report-line
                   string "  ", SELLER-NAME of seller-record into
                     newbuild-report-line
                   write newbuild-report-line
                   move spaces to newbuild-report-line
                   string "  ", SELLER-AL1 of seller-record, " ",
                     SELLER-POSTCODE of seller-record into
                     newbuild-report-line
                   write newbuild-report-line
           end-read
           close seller-file.

       PARA-580-AGREEMENT-TERMS.

           move all "-" to newbuild-report-line
           write newbuild-report-line
           move "THE BUILDER WILL TAKE THE PLOT OFF THE MARKET UNTIL"
             & " THE EXCHANGE-BY DATE" to newbuild-report-line
           write newbuild-report-line
           move "ABOVE. IF CONTRACTS HAVE NOT BEEN EXCHANGED BY THEN"
             & " THE RESERVATION" to newbuild-report-line
           write newbuild-report-line
           move "LAPSES AND THE PLOT MAY BE OFFERED FOR SALE AGAIN. T"
             & "HE RESERVATION FEE" to newbuild-report-line
           write newbuild-report-line
           move "IS TREATED AS PART PAYMENT OF THE PURCHASE PRICE ON"
             & " COMPLETION." to newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           write newbuild-report-line
           move "SIGNED (BUYER)   ______________________  DATE ______"
             & "____" to newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           write newbuild-report-line
           move "SIGNED (BUILDER) ______________________  DATE ______"
             & "____" to newbuild-report-line
           write newbuild-report-line.

      *----------------------------------------------------------
      * A reserved plot exchanges and then completes, or the
      * reservation is released and the plot goes back on the
      * price list.
      *----------------------------------------------------------
       PARA-600-PROGRESS-PLOT.

           perform PARA-960-TAKE-PLOT-ID

           if ws-record-found = 1
               if PLOT-STATUS = "A" or PLOT-STATUS = "C"
                   display "Only a reserved or exchanged plot moves"
                     " on from here."
               else
                   perform PARA-650-TAKE-PROGRESS
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-650-TAKE-PROGRESS.

           move PLOT-RECORD to ws-audit-old-value
           move 0 to ws-keyed-ok

           if PLOT-STATUS = "R"
               display "(E)xchanged, or (R)elease the reservation?"
           else
               display "(C)ompleted?"
           end-if
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to ws-continue

           evaluate true
               when ws-continue = "E" and PLOT-STATUS = "R"
                   display "Exchange date (DDMMYYYY), blank for"
                     " today:"
                   move function current-date(1:8) to ws-date-default
                   perform PARA-900-TAKE-DATE
                   if ws-date-result not = 0
                       move ws-date-result to PLOT-EXCHANGED-DATE
                       move "X" to PLOT-STATUS
                       move 1 to ws-keyed-ok
                   end-if
               when ws-continue = "R" and PLOT-STATUS = "R"
                   move "A" to PLOT-STATUS
                   move 0 to PLOT-BUYER-ID
                   move 0 to PLOT-RES-DATE
                   move 0 to PLOT-RES-FEE
                   move 0 to PLOT-RES-EXPIRY
                   move 1 to ws-keyed-ok
               when ws-continue = "C" and PLOT-STATUS = "X"
                   display "Completion date (DDMMYYYY), blank for"
                     " today:"
                   move function current-date(1:8) to ws-date-default
                   perform PARA-900-TAKE-DATE
                   if ws-date-result not = 0
                       move ws-date-result to PLOT-COMPLETED-DATE
                       move "C" to PLOT-STATUS
                       move 1 to ws-keyed-ok
                   end-if
               when other
                   display "Nothing changed."
           end-evaluate

           if ws-keyed-ok = 1
               perform PARA-450-REWRITE-PLOT
               perform PARA-750-UPDATE-LISTING
           end-if.

      *----------------------------------------------------------
      * An available plot becomes an ordinary sale listing of the
      * builder's, addressed as the plot on the development.
      *----------------------------------------------------------
       PARA-700-MARKET-PLOT.

           perform PARA-960-TAKE-PLOT-ID

           if ws-record-found = 1
               if PLOT-PROPERTY-ID not = 0
                   display "Plot already listed as property "
                     PLOT-PROPERTY-ID "."
               else
                   if PLOT-STATUS not = "A"
                       display "Only an available plot goes on the"
                         " market."
                   else
                       perform PARA-710-TAKE-FEATURES
                       perform PARA-720-WRITE-LISTING
                   end-if
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-710-TAKE-FEATURES.

           display "Central heating (Y/N):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to ws-heating

           display "Garden (Y/N):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to ws-garden

           display "Off-road parking (Y/N):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to ws-parking.

       PARA-720-WRITE-LISTING.

           move "PROPERTY" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize PROPERTY-RECORD
           move WS-NEXTID-RESULT to property-id of property-record
           move spaces to PROPERTY-AL1
           string "PLOT ", PLOT-NO, " ", ws-dev-name
             delimited by size into PROPERTY-AL1
           move ws-dev-al2 to PROPERTY-AL2
           move ws-dev-al3 to PROPERTY-AL3
           move ws-dev-al4 to PROPERTY-AL4
           move ws-dev-postcode to PROPERTY-POSTCODE
           move PLOT-PRICE to PROPERTY-ASKING
           move ws-dev-seller-id to PROP-SELLER-ID
           move PLOT-PROPERTY-TYPE to PROPERTY-TYPE
           move PLOT-BEDS to PROPERTY-BEDS
           move ws-heating to CENTRAL-HEATING
           move ws-garden to PROPERTY-GARDEN
           move ws-parking to OFF-RD-PARKING
           move "L" to OFFER-STATUS
           move "S" to LISTING-TYPE
           move "GBP" to PROPERTY-CURRENCY-CODE
           move ws-dev-branch-id to PROPERTY-BRANCH-ID
           move function current-date(7:2) to INSTRUCTED-DAY
           move function current-date(5:2) to INSTRUCTED-MONTH
           move function current-date(1:4) to INSTRUCTED-YEAR
           move ws-current-user-id to PROPERTY-LIST-USER-ID
           move 1 to PROPERTY-VERSION

           open i-o property-file
           perform Check-Property-Open
           write PROPERTY-RECORD

           move "P" to WS-JRNL-FILE-CODE
           move "WRITE" to WS-JRNL-ACTION
           move property-id of property-record to WS-JRNL-KEY
           move PROPERTY-RECORD to WS-JRNL-IMAGE
           perform Write-Journal

           close property-file

           move property-id of property-record to PLOT-PROPERTY-ID
           perform PARA-450-REWRITE-PLOT

           move "PROPERTY" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move property-id of property-record to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "NEW-BUILD PLOT ", PLOT-ID, " PUT ON THE MARKET"
             delimited by size into ws-audit-new-value
           perform Write-Audit-Log

           display "Plot listed as property " PLOT-PROPERTY-ID
             " - add its photos and certificates through the"
           display "Property menu before the next portal feed.".

      *----------------------------------------------------------
      * The plot's listing follows it: available is on the market
      * at the plot price, a reservation is a sale agreed to the
      * buyer, completion records the sale price and date.
      *----------------------------------------------------------
       PARA-750-UPDATE-LISTING.

           if PLOT-PROPERTY-ID not = 0
               move 0 to ws-keyed-ok
               open i-o property-file
               perform Check-Property-Open
               move PLOT-PROPERTY-ID to property-id of property-record
               read property-file
                   invalid key
                       display "Listing " PLOT-PROPERTY-ID " is no"
                         " longer on file."
                   not invalid key
                       move 1 to ws-keyed-ok
               end-read
               if ws-keyed-ok = 1
                   perform PARA-760-SET-LISTING
               end-if
               close property-file
           end-if.

       PARA-760-SET-LISTING.

           move OFFER-STATUS to ws-audit-old-value
           evaluate PLOT-STATUS
               when "A"
                   move "L" to OFFER-STATUS
                   move PLOT-PRICE to PROPERTY-ASKING
                   move 0 to PROP-BUYER-ID
                   move 0 to OFFER-AMOUNT
                   move 0 to SOLD-DAY
                   move 0 to SOLD-MONTH
                   move 0 to SOLD-YEAR
               when "R"
                   move "S" to OFFER-STATUS
                   move PLOT-BUYER-ID to PROP-BUYER-ID
                   move PLOT-PRICE to OFFER-AMOUNT
                   move PLOT-RES-DATE(7:2) to SOLD-DAY
                   move PLOT-RES-DATE(5:2) to SOLD-MONTH
                   move PLOT-RES-DATE(1:4) to SOLD-YEAR
               when "C"
                   move PLOT-PRICE to PROPERTY-SOLD-PRICE
                   move PLOT-COMPLETED-DATE(7:2) to SOLD-DAY
                   move PLOT-COMPLETED-DATE(5:2) to SOLD-MONTH
                   move PLOT-COMPLETED-DATE(1:4) to SOLD-YEAR
           end-evaluate

           add 1 to PROPERTY-VERSION of property-record
           rewrite property-record

           move "P" to WS-JRNL-FILE-CODE
           move "REWRIT" to WS-JRNL-ACTION
           move property-id of property-record to WS-JRNL-KEY
           move PROPERTY-RECORD to WS-JRNL-IMAGE
           perform Write-Journal

           move "PROPERTY" to ws-audit-record-type
           move "NEWBLD" to ws-audit-action
           move property-id of property-record to ws-audit-key
           move spaces to ws-audit-new-value
           perform PARA-360-PLOT-STATUS
           string "OFFER-STATUS ", OFFER-STATUS, " - PLOT ",
             ws-status-disp delimited by size into ws-audit-new-value
           perform Write-Audit-Log

           display "Listing " PLOT-PROPERTY-ID " updated.".

      *----------------------------------------------------------
      * The weekly developer report - each development's plots
      * and where they stand, the week's new reservations, and
      * the reservations that have run out or are about to.
      *----------------------------------------------------------
       PARA-800-DEVELOPER-REPORT.

           display "Development ID, blank for every development:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-dev-id

           move "NEWBUILD-EXPIRY-WARN-DAYS" to WS-CONFIG-NAME
           move 7 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-warn-days

           move function current-date(1:8) to ws-today-yyyymmdd
           compute ws-warn-limit = function date-of-integer(
             function integer-of-date(ws-today-yyyymmdd) +
             ws-warn-days)
           compute ws-week-ago = function date-of-integer(
             function integer-of-date(ws-today-yyyymmdd) - 7)

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "NEWBUILD.", ws-date-stamp into ws-report-name

           open extend newbuild-report-file
           move 0 to ws-report-devs
           move 0 to ws-dev-eof
           open input dev-file
           if ws-pick-dev-id not = 0
               move ws-pick-dev-id to DEV-ID
               start dev-file key = DEV-ID
                   invalid key
                       move 1 to ws-dev-eof
               end-start
           end-if
           perform until ws-dev-eof = 1
               read dev-file next record
                   at end
                       move 1 to ws-dev-eof
                   not at end
                       if ws-pick-dev-id not = 0 and
                         DEV-ID not = ws-pick-dev-id
                           move 1 to ws-dev-eof
                       else
                           if DEV-STATUS = "A" or
                             ws-pick-dev-id not = 0
                               perform PARA-810-REPORT-DEVELOPMENT
                           end-if
                       end-if
           end-perform
           close dev-file
           close newbuild-report-file

           if ws-report-devs = 0
               display "No development to report on."
           else
               move "DEVELOPER REPORT" to WS-SPOOL-JOB
               move ws-report-name to WS-SPOOL-DATASET
               perform Register-Spool-Output
               display "Report written to " ws-report-name
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-810-REPORT-DEVELOPMENT.

           perform PARA-970-HOLD-DEVELOPMENT
           add 1 to ws-report-devs
           move 0 to ws-count-available
           move 0 to ws-count-reserved
           move 0 to ws-count-exchanged
           move 0 to ws-count-completed
           move 0 to ws-count-new-res
           move 0 to ws-count-expiring
           move 0 to ws-value-agreed

           move all "=" to newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           string "DEVELOPER REPORT - ", ws-dev-name, " ",
             ws-dev-postcode, "  WEEK TO ", ws-date-stamp(7:2), "/",
             ws-date-stamp(5:2), "/", ws-date-stamp(1:4)
             delimited by size into newbuild-report-line
           write newbuild-report-line
           display newbuild-report-line
           move spaces to newbuild-report-line
           string "FOR ", ws-builder-name into newbuild-report-line
           write newbuild-report-line
           move "PLOT  HOUSE TYPE           BEDS      PRICE STATUS"
             & "     RESERVED   EXCHANGE BY NOTE" to
             newbuild-report-line
           write newbuild-report-line
           display newbuild-report-line

           move 0 to ws-end-of-file
           open input plot-file
           move DEV-ID to PLOT-DEV-ID
           start plot-file key = PLOT-DEV-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read plot-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if PLOT-DEV-ID not = DEV-ID
                           move 1 to ws-end-of-file
                       else
                           perform PARA-850-REPORT-PLOT
                       end-if
           end-perform
           close plot-file

           move all "-" to newbuild-report-line
           write newbuild-report-line
           move spaces to newbuild-report-line
           string ws-count-available, " AVAILABLE  ",
             ws-count-reserved, " RESERVED  ", ws-count-exchanged,
             " EXCHANGED  ", ws-count-completed, " COMPLETED"
             delimited by size into newbuild-report-line
           write newbuild-report-line
           display newbuild-report-line
           move ws-value-agreed to ws-value-disp
           move spaces to newbuild-report-line
           string ws-count-new-res, " NEW RESERVATION(S) THIS WEEK  ",
             ws-count-expiring, " EXPIRED OR EXPIRING  AGREED ",
             ws-value-disp delimited by size into newbuild-report-line
           write newbuild-report-line
           display newbuild-report-line.

       PARA-850-REPORT-PLOT.

           evaluate PLOT-STATUS
               when "A"
                   add 1 to ws-count-available
               when "R"
                   add 1 to ws-count-reserved
                   add PLOT-PRICE to ws-value-agreed
               when "X"
                   add 1 to ws-count-exchanged
                   add PLOT-PRICE to ws-value-agreed
               when other
                   add 1 to ws-count-completed
                   add PLOT-PRICE to ws-value-agreed
           end-evaluate

           perform PARA-360-PLOT-STATUS
           move PLOT-PRICE to ws-price-disp
           move spaces to ws-res-date-disp
           move spaces to ws-date-disp
           if PLOT-RES-DATE not = 0
               move PLOT-RES-DATE to ws-date-show
               perform PARA-920-SHOW-DATE
               move ws-date-disp to ws-res-date-disp
               move spaces to ws-date-disp
           end-if
           if PLOT-STATUS = "R"
               move PLOT-RES-EXPIRY to ws-date-show
               perform PARA-920-SHOW-DATE
           end-if

           move spaces to newbuild-report-line
           string PLOT-NO, " ", PLOT-HOUSE-TYPE, " ", PLOT-BEDS, "  ",
             ws-price-disp, " ", ws-status-disp, " ", ws-res-date-disp,
             " ", ws-date-disp delimited by size into
             newbuild-report-line

           if PLOT-STATUS = "R" and PLOT-RES-DATE >= ws-week-ago
               add 1 to ws-count-new-res
               move "NEW THIS WEEK" to newbuild-report-line(84:13)
           end-if
           if PLOT-STATUS = "R" and PLOT-RES-EXPIRY <= ws-warn-limit
               add 1 to ws-count-expiring
               compute ws-days-left =
                 function integer-of-date(PLOT-RES-EXPIRY) -
                 function integer-of-date(ws-today-yyyymmdd)
               if ws-days-left < 0
                   move "EXPIRED      " to
                     newbuild-report-line(84:13)
               else
                   move ws-days-left to ws-days-left-disp
                   move spaces to newbuild-report-line(84:17)
                   string "EXPIRES", ws-days-left-disp, " DAYS"
                     delimited by size into
                     newbuild-report-line(84:17)
               end-if
           end-if
           write newbuild-report-line
           display newbuild-report-line.

      *----------------------------------------------------------
      * DDMMYYYY keyed, blank takes ws-date-default; comes back
      * YYYYMMDD in ws-date-result, or zero when not a date.
      *----------------------------------------------------------
       PARA-900-TAKE-DATE.

           move 0 to ws-date-result
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               move ws-date-default to ws-date-result
           else
               if ws-in-input(1:8) is numeric
                   compute ws-date-result =
                     (function numval(ws-in-input(5:4)) * 10000) +
                     (function numval(ws-in-input(3:2)) * 100) +
                     function numval(ws-in-input(1:2))
                   if ws-date-mm = 0 or ws-date-mm > 12 or
                     ws-date-dd = 0 or ws-date-dd > 31 or
                     ws-date-yyyy < 1900
                       move 0 to ws-date-result
                   end-if
               end-if
           end-if.

       PARA-920-SHOW-DATE.

           move spaces to ws-date-disp
           if ws-date-show not = 0
               string ws-date-show(7:2), "/", ws-date-show(5:2), "/",
                 ws-date-show(1:4) delimited by size into ws-date-disp
           end-if.

      *Development by reference, held in ws-dev-* for the plot work
      *that follows; ws-dev-found says whether it was on file.
       PARA-950-TAKE-DEVELOPMENT.

           display "Development ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-dev-id
           perform PARA-955-READ-DEVELOPMENT.

       PARA-955-READ-DEVELOPMENT.

           move 0 to ws-dev-found
           open input dev-file
           move ws-pick-dev-id to DEV-ID
           read dev-file
               invalid key
                   display "No development with that reference."
               not invalid key
                   move 1 to ws-dev-found
                   perform PARA-970-HOLD-DEVELOPMENT
                   display "Development: " DEV-NAME " " DEV-POSTCODE
           end-read
           close dev-file.

      *Plot by reference, read and left in PLOT-RECORD with its
      *development held; ws-record-found says whether it was.
       PARA-960-TAKE-PLOT-ID.

           display "Plot reference (ID, not the plot number):"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-id

           move 0 to ws-record-found
           open input plot-file
           move ws-pick-id to PLOT-ID
           read plot-file
               invalid key
                   display "No plot with that reference."
               not invalid key
                   move 1 to ws-record-found
           end-read
           close plot-file

           if ws-record-found = 1
               move PLOT-DEV-ID to ws-pick-dev-id
               perform PARA-955-READ-DEVELOPMENT
               display "PLOT  HOUSE TYPE           BEDS      PRICE"
                 " STATUS     BUYER  EXPIRES"
               perform PARA-350-PLOT-LINE
           end-if.

       PARA-970-HOLD-DEVELOPMENT.

           move DEV-NAME to ws-dev-name
           move DEV-AL2 to ws-dev-al2
           move DEV-AL3 to ws-dev-al3
           move DEV-AL4 to ws-dev-al4
           move DEV-POSTCODE to ws-dev-postcode
           move DEV-SELLER-ID to ws-dev-seller-id
           move DEV-BRANCH-ID to ws-dev-branch-id
           move DEV-RES-FEE to ws-dev-res-fee
           move DEV-RES-DAYS to ws-dev-res-days

           move spaces to ws-builder-name
           open input seller-file
           perform Check-Seller-Open
           move DEV-SELLER-ID to SELLER-ID of seller-record
           read seller-file
               invalid key
                   move "(BUILDER NOT ON FILE)" to ws-builder-name
               not invalid key
                   move SELLER-NAME of seller-record to
                     ws-builder-name
           end-read
           close seller-file.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "ReadConfigValue.cpy".
       copy "SpoolWrite.cpy".
       copy "ValidatePropertyType.cpy".
       copy "JournalWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program NewBuild.
