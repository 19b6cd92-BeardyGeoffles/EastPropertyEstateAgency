      *BLOCKMANAGEMENT.cbl
      *Block management - the blocks of flats we manage for a
      *freeholder, where the service charge is budgeted by expense
      *heading, split across the flats by the fixed shares in their
      *leases, demanded half-yearly and reconciled against what was
      *actually spent when the year ends. Reached from the Lettings
      *menu:
      *  1. Add a block - name and address, the freeholder (a seller
      *     record) and the month its service charge year begins.
      *  2. Add a unit - the flat, its leaseholder and their address
      *     for correspondence, and the flat's per cent share; the
      *     shares on a block may not pass 100.
      *  3. Units and arrears - each flat's share and the balance on
      *     its service charge account, with the block's arrears.
      *  4. Set the budget - the year's amount under each expense
      *     heading, keyed or changed one heading at a time.
      *  5. Issue half-yearly demands - each leaseholder's share of
      *     half the year's budget posted to their account and their
      *     demand written to a date-stamped SCDEMAND dataset on the
      *     print spool. Refused until the shares come to exactly
      *     100, and refused a second time for the same half-year.
      *  6. Record a receipt from a leaseholder.
      *  7. Charge a cost to a block under a budget heading - a
      *     completed maintenance job's cost (once only) or a direct
      *     cost such as the buildings insurance.
      *  8. Year-end certificate - budget against actual spend by
      *     heading, and each unit's share of the actual spend set
      *     against what it was demanded, giving its balancing
      *     charge or credit, to a date-stamped SCCERT dataset on the
      *     print spool; the balancing lines can then be posted to
      *     the leaseholders' accounts, once per year.
      *Every change is audit-logged.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BlockManagement.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "scblockfile.cpy".
       copy "scunitfile.cpy".
       copy "scbudgetfile.cpy".
       copy "scledgerfile.cpy".
       copy "maintjobfile.cpy".
       copy "sellerfile.cpy".
       copy "userfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

           select optional sc-report-file assign to ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "scblockrecord.cpy".
       copy "scunitrecord.cpy".
       copy "scbudgetrecord.cpy".
       copy "scledgerrecord.cpy".
       copy "maintjobrecord.cpy".
       copy "sellerrecord.cpy".
       copy "userrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       FD sc-report-file.
       01 sc-report-line pic x(80).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-unit-eof pic 9 value 0 comp.
       01 ws-ledger-eof pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.

       01 ws-pick-block-id pic 9(6) value 0.
       01 ws-pick-unit-id pic 9(6) value 0.
       01 ws-pick-maint-id pic 9(6) value 0.
       01 ws-pick-year pic 9(4) value 0.
       01 ws-pick-half pic 9 value 0.
       01 ws-block-found pic 9 value 0 comp.
       01 ws-unit-found pic 9 value 0 comp.
       01 ws-keyed-ok pic 9 value 0 comp.
       01 ws-flat-used pic 9 value 0 comp.
       01 ws-already-done pic 9 value 0 comp.
       01 ws-current-branch pic 99 value 0.
       01 ws-new-flat pic x(10) value spaces.

       01 ws-block-name pic x(25) value spaces.
       01 ws-block-al2 pic x(25) value spaces.
       01 ws-block-al3 pic x(25) value spaces.
       01 ws-block-al4 pic x(25) value spaces.
       01 ws-block-postcode pic x(7) value spaces.
       01 ws-block-seller-id pic 9(6) value 0.
       01 ws-block-branch-id pic 99 value 0.
       01 ws-block-start-month pic 99 value 0.
       01 ws-freeholder-name pic x(20) value spaces.

      *Keyed dates come in DDMMYYYY and go back as YYYYMMDD.
       01 ws-date-result pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-result.
         03 ws-date-yyyy pic 9999.
         03 ws-date-mm pic 99.
         03 ws-date-dd pic 99.
       01 ws-date-default pic 9(8) value 0.
       01 ws-date-show pic 9(8) value 0.
       01 ws-date-disp pic x(10) value spaces.
       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-period-date pic 9(8) value 0.
       01 ws-period-parts redefines ws-period-date.
         03 ws-period-yyyy pic 9999.
         03 ws-period-mm pic 99.
         03 ws-period-dd pic 99.

      *The year's expense headings, budget and actual, for the
      *budget screen, the demands and the year-end certificate.
       01 ws-head-count pic 99 value 0 comp.
       01 ws-head-idx pic 99 value 0 comp.
       01 ws-head-idx2 pic 99 value 0 comp.
       01 ws-head-table occurs 20 times.
         03 wh-heading pic x(20).
         03 wh-budget pic 9(7)v99.
         03 wh-actual pic 9(7)v99.
       01 ws-heading pic x(20) value spaces.
       01 ws-heading-found pic 9 value 0 comp.
       01 ws-found-scb-id pic 9(6) value 0.

       01 ws-budget-total pic 9(8)v99 value 0.
       01 ws-actual-total pic 9(8)v99 value 0.
       01 ws-variance pic s9(8)v99 value 0.
       01 ws-amount pic 9(7)v99 value 0.
       01 ws-year-share pic 9(8)v99 value 0.
       01 ws-pct-total pic 9(4)v9(3) value 0.
       01 ws-list-count pic 9(4) value 0.
       01 ws-demand-count pic 9(4) value 0.
       01 ws-post-count pic 9(4) value 0.

      *One unit's service charge account, from PARA-980.
       01 ws-unit-debits pic 9(8)v99 value 0.
       01 ws-unit-credits pic 9(8)v99 value 0.
       01 ws-unit-balance pic s9(8)v99 value 0.
       01 ws-unit-year-demanded pic 9(8)v99 value 0.
       01 ws-unit-share pic 9(8)v99 value 0.
       01 ws-balancing pic s9(8)v99 value 0.
       01 ws-arrears-total pic 9(9)v99 value 0.
       01 ws-charge-total pic 9(9)v99 value 0.
       01 ws-credit-total pic 9(9)v99 value 0.

       01 ws-money-disp pic z,zzz,zz9.99.
       01 ws-money-disp2 pic z,zzz,zz9.99.
       01 ws-balance-disp pic -(7)9.99.
       01 ws-variance-disp pic -(7)9.99.
       01 ws-pct-disp pic zz9.999.
       01 ws-pct-total-disp pic zzz9.999.

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
               display "     EAST BLOCK MANAGEMENT"
               display "----------------------------------------"
               display "1. ADD A BLOCK"
               display "2. ADD A UNIT"
               display "3. UNITS AND ARREARS ON A BLOCK"
               display "4. SET THE BUDGET"
               display "5. ISSUE HALF-YEARLY DEMANDS"
               display "6. RECORD A RECEIPT"
               display "7. CHARGE A COST TO A BLOCK"
               display "8. YEAR-END CERTIFICATE"
               display "9. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-ADD-BLOCK
                   when "2"
                       perform PARA-200-ADD-UNIT
                   when "3"
                       perform PARA-300-LIST-UNITS
                   when "4"
                       perform PARA-400-SET-BUDGET
                   when "5"
                       perform PARA-500-ISSUE-DEMANDS
                   when "6"
                       perform PARA-600-RECORD-RECEIPT
                   when "7"
                       perform PARA-700-CHARGE-COST
                   when "8"
                       perform PARA-800-YEAR-END-CERTIFICATE
                   when "9"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * A block belongs to a freeholder already on file as a
      * seller, and to the branch of the negotiator who takes the
      * management on.
      *----------------------------------------------------------
       PARA-100-ADD-BLOCK.

           initialize SC-BLOCK-RECORD
           move 0 to ws-keyed-ok

           display "Block name:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to BLOCK-NAME

           display "Street:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to BLOCK-AL2

           display "Town:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to BLOCK-AL3

           display "County:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to BLOCK-AL4

           display "Postcode:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to BLOCK-POSTCODE

           if BLOCK-NAME = spaces or BLOCK-POSTCODE = spaces
               display "The block name and postcode are required."
           else
               perform PARA-150-TAKE-FREEHOLDER
           end-if

           if ws-keyed-ok = 1
               perform PARA-180-WRITE-BLOCK
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-150-TAKE-FREEHOLDER.

           display "Freeholder's seller ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to BLOCK-SELLER-ID

           open input seller-file
           perform Check-Seller-Open
           move BLOCK-SELLER-ID to SELLER-ID of seller-record
           read seller-file
               invalid key
                   display "No seller with that reference - add the"
                     " freeholder as a seller first."
               not invalid key
                   display "Freeholder: " SELLER-NAME of seller-record
                   move 1 to ws-keyed-ok
           end-read
           close seller-file

           if ws-keyed-ok = 1
               display "Month the service charge year begins (1-12):"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 BLOCK-YEAR-START-MONTH
               if BLOCK-YEAR-START-MONTH = 0 or
                 BLOCK-YEAR-START-MONTH > 12
                   display "The month must be 1 to 12."
                   move 0 to ws-keyed-ok
               end-if
           end-if.

       PARA-180-WRITE-BLOCK.

           perform PARA-190-READ-USER-BRANCH

           move "SCBLOCK" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           move WS-NEXTID-RESULT to BLOCK-ID
           move ws-current-branch to BLOCK-BRANCH-ID
           move function current-date(1:8) to BLOCK-ADDED-DATE
           move ws-current-user-id to BLOCK-USER-ID

           open i-o sc-block-file
           write SC-BLOCK-RECORD
           close sc-block-file

           move "SCBLOCK" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move BLOCK-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move SC-BLOCK-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           display "Block " BLOCK-ID " added.".

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
      * Flat names are unique on their block. A leaseholder who
      * lives in the flat takes the flat's own address for their
      * correspondence.
      *----------------------------------------------------------
       PARA-200-ADD-UNIT.

           perform PARA-950-TAKE-BLOCK

           if ws-block-found = 1
               perform PARA-250-TAKE-UNIT
           end-if

           if ws-block-found = 1 and ws-keyed-ok = 1
               move "SCUNIT" to WS-NEXTID-SEQ-NAME
               perform Generate-Next-Id

               move WS-NEXTID-RESULT to UNIT-ID
               move ws-pick-block-id to UNIT-BLOCK-ID
               move ws-current-user-id to UNIT-USER-ID

               open i-o sc-unit-file
               write SC-UNIT-RECORD
               close sc-unit-file

               move "SCUNIT" to ws-audit-record-type
               move "ADD" to ws-audit-action
               move UNIT-ID to ws-audit-key
               move spaces to ws-audit-old-value
               move SC-UNIT-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               add UNIT-PERCENT to ws-pct-total
               move ws-pct-total to ws-pct-total-disp
               display "Flat " UNIT-FLAT " added as unit " UNIT-ID
                 "; shares on the block now total "
                 ws-pct-total-disp "%."
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-250-TAKE-UNIT.

           move 0 to ws-keyed-ok

           display "Flat (e.g. 4 or 2B):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to ws-new-flat

           perform PARA-260-CHECK-FLAT

           if ws-new-flat = spaces
               display "The flat is required."
           else
               if ws-flat-used = 1
                   display "Flat " ws-new-flat " is already on this"
                     " block."
               else
                   perform PARA-270-TAKE-UNIT-DETAIL
               end-if
           end-if.

      *Also totals the shares already on the block.
       PARA-260-CHECK-FLAT.

           move 0 to ws-flat-used
           move 0 to ws-pct-total
           move 0 to ws-unit-eof
           open input sc-unit-file
           move ws-pick-block-id to UNIT-BLOCK-ID
           start sc-unit-file key = UNIT-BLOCK-ID
               invalid key
                   move 1 to ws-unit-eof
           end-start
           perform until ws-unit-eof = 1
               read sc-unit-file next record
                   at end
                       move 1 to ws-unit-eof
                   not at end
                       if UNIT-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-unit-eof
                       else
                           add UNIT-PERCENT to ws-pct-total
                           if UNIT-FLAT = ws-new-flat
                               move 1 to ws-flat-used
                           end-if
                       end-if
           end-perform
           close sc-unit-file.

       PARA-270-TAKE-UNIT-DETAIL.

           initialize SC-UNIT-RECORD
           move ws-new-flat to UNIT-FLAT

           display "Leaseholder's name:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to UNIT-LEASEHOLDER

           display "Correspondence address line 1, blank for the"
             " flat itself:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to UNIT-AL1

           if UNIT-AL1 = spaces
               string "FLAT ", UNIT-FLAT delimited by "  " ", ",
                 ws-block-name delimited by size into UNIT-AL1
               move ws-block-al2 to UNIT-AL2
               move ws-block-al3 to UNIT-AL3
               move ws-block-al4 to UNIT-AL4
               move ws-block-postcode to UNIT-POSTCODE
           else
               display "Line 2:"
               move spaces to ws-in-input
               accept ws-in-input
               move function upper-case(ws-in-input) to UNIT-AL2

               display "Line 3:"
               move spaces to ws-in-input
               accept ws-in-input
               move function upper-case(ws-in-input) to UNIT-AL3

               display "Line 4:"
               move spaces to ws-in-input
               accept ws-in-input
               move function upper-case(ws-in-input) to UNIT-AL4

               display "Postcode:"
               move spaces to ws-in-input
               accept ws-in-input
               move function upper-case(ws-in-input) to UNIT-POSTCODE
           end-if

           move ws-pct-total to ws-pct-total-disp
           display "Shares already on the block: " ws-pct-total-disp
             "%."
           display "This flat's share, per cent (e.g. 12.5):"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to UNIT-PERCENT

           if UNIT-LEASEHOLDER = spaces
               display "The leaseholder's name is required."
           else
               if UNIT-PERCENT = 0
                   display "The flat's share is required."
               else
                   if ws-pct-total + UNIT-PERCENT > 100
                       display "That would take the block's shares"
                         " past 100 per cent."
                   else
                       move 1 to ws-keyed-ok
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
      * Each flat's share and the balance on its account - what
      * has been demanded and charged at the year end less what
      * has been paid and credited. A positive balance is arrears.
      *----------------------------------------------------------
       PARA-300-LIST-UNITS.

           perform PARA-950-TAKE-BLOCK

           if ws-block-found = 1
               move 0 to ws-pick-year
               move 0 to ws-pct-total
               move 0 to ws-arrears-total
               move 0 to ws-list-count
               display " "
               display "UNIT   FLAT       LEASEHOLDER               "
                 "SHARE %     BALANCE"
               move 0 to ws-unit-eof
               open input sc-unit-file
               move ws-pick-block-id to UNIT-BLOCK-ID
               start sc-unit-file key = UNIT-BLOCK-ID
                   invalid key
                       move 1 to ws-unit-eof
               end-start
               perform until ws-unit-eof = 1
                   read sc-unit-file next record
                       at end
                           move 1 to ws-unit-eof
                       not at end
                           if UNIT-BLOCK-ID not = ws-pick-block-id
                               move 1 to ws-unit-eof
                           else
                               perform PARA-350-UNIT-LINE
                           end-if
                   end-perform
               close sc-unit-file

               move ws-pct-total to ws-pct-total-disp
               move ws-arrears-total to ws-money-disp
               display ws-list-count " unit(s), shares total "
                 ws-pct-total-disp "%, arrears " ws-money-disp
               if ws-pct-total not = 100
                   display "The shares do not come to 100 per cent -"
                     " demands cannot go out until they do."
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-350-UNIT-LINE.

           add 1 to ws-list-count
           add UNIT-PERCENT to ws-pct-total
           move UNIT-ID to ws-pick-unit-id
           perform PARA-980-UNIT-BALANCE
           if ws-unit-balance > 0
               add ws-unit-balance to ws-arrears-total
           end-if
           move UNIT-PERCENT to ws-pct-disp
           move ws-unit-balance to ws-balance-disp
           display UNIT-ID " " UNIT-FLAT " " UNIT-LEASEHOLDER " "
             ws-pct-disp " " ws-balance-disp.

      *----------------------------------------------------------
      * The year's budget, one expense heading at a time; keying
      * a heading already on the year changes its amount.
      *----------------------------------------------------------
       PARA-400-SET-BUDGET.

           perform PARA-950-TAKE-BLOCK

           if ws-block-found = 1
               perform PARA-940-TAKE-YEAR
           end-if

           if ws-block-found = 1 and ws-pick-year not = 0
               perform PARA-990-LOAD-HEADINGS
               perform PARA-420-SHOW-BUDGET

               move 0 to ws-pick-half
               perform PARA-530-CHECK-DEMANDS-RAISED
               if ws-already-done = 1
                   display "Demands for " ws-pick-year " have already"
                     " gone out on the budget as it stood."
               end-if

               move 0 to ws-done
               perform until ws-done = 1
                   display "Expense heading, blank to finish:"
                   move spaces to ws-in-input
                   accept ws-in-input
                   move function upper-case(ws-in-input) to
                     ws-heading
                   if ws-heading = spaces
                       move 1 to ws-done
                   else
                       perform PARA-450-SET-HEADING
                   end-if
               end-perform

               perform PARA-990-LOAD-HEADINGS
               perform PARA-420-SHOW-BUDGET
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-420-SHOW-BUDGET.

           display " "
           display "BUDGET " ws-pick-year " - " ws-block-name
           perform varying ws-head-idx from 1 by 1
             until ws-head-idx > ws-head-count
               move wh-budget(ws-head-idx) to ws-money-disp
               display "  " wh-heading(ws-head-idx) " " ws-money-disp
           end-perform
           move ws-budget-total to ws-money-disp
           display "  TOTAL                " ws-money-disp.

       PARA-450-SET-HEADING.

           display "Budget for " ws-heading ":"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-amount

           perform PARA-460-FIND-HEADING

           if ws-heading-found = 1
               open i-o sc-budget-file
               move ws-found-scb-id to SCB-ID
               read sc-budget-file
                   invalid key
                       continue
                   not invalid key
                       move spaces to ws-audit-old-value
                       move SCB-AMOUNT to ws-money-disp
                       string SCB-HEADING, " ", ws-money-disp
                         delimited by size into ws-audit-old-value
                       move ws-amount to SCB-AMOUNT
                       move ws-current-user-id to SCB-USER-ID
                       rewrite SC-BUDGET-RECORD
                       move "AMEND" to ws-audit-action
               end-read
               close sc-budget-file
           else
               if ws-head-count >= 20
                   display "A year holds at most 20 headings."
                   move spaces to ws-heading
               else
                   move "SCBUDGET" to WS-NEXTID-SEQ-NAME
                   perform Generate-Next-Id
                   initialize SC-BUDGET-RECORD
                   move WS-NEXTID-RESULT to SCB-ID
                   move ws-pick-block-id to SCB-BLOCK-ID
                   move ws-pick-year to SCB-YEAR
                   move ws-heading to SCB-HEADING
                   move ws-amount to SCB-AMOUNT
                   move ws-current-user-id to SCB-USER-ID
                   open i-o sc-budget-file
                   write SC-BUDGET-RECORD
                   close sc-budget-file
                   move spaces to ws-audit-old-value
                   move "ADD" to ws-audit-action
                   add 1 to ws-head-count
                   move ws-heading to wh-heading(ws-head-count)
               end-if
           end-if

           if ws-heading not = spaces
               move "SCBUDGET" to ws-audit-record-type
               move ws-pick-block-id to ws-audit-key
               move ws-amount to ws-money-disp
               move spaces to ws-audit-new-value
               string ws-pick-year, " ", ws-heading, " ",
                 ws-money-disp delimited by size into
                 ws-audit-new-value
               perform Write-Audit-Log
           end-if.

       PARA-460-FIND-HEADING.

           move 0 to ws-heading-found
           move 0 to ws-found-scb-id
           move 0 to ws-end-of-file
           open input sc-budget-file
           move ws-pick-block-id to SCB-BLOCK-ID
           start sc-budget-file key = SCB-BLOCK-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read sc-budget-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SCB-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-end-of-file
                       else
                           if SCB-YEAR = ws-pick-year and
                             SCB-HEADING = ws-heading
                               move 1 to ws-heading-found
                               move SCB-ID to ws-found-scb-id
                           end-if
                       end-if
           end-perform
           close sc-budget-file.

      *----------------------------------------------------------
      * Half-yearly demands: each flat's share of half the year's
      * budget, posted to its account and sent with any arrears
      * brought forward. The first half falls due on the first of
      * the month the year begins, the second six months later.
      *----------------------------------------------------------
       PARA-500-ISSUE-DEMANDS.

           move 0 to ws-keyed-ok
           perform PARA-950-TAKE-BLOCK

           if ws-block-found = 1
               perform PARA-940-TAKE-YEAR
           end-if

           if ws-block-found = 1 and ws-pick-year not = 0
               display "Half-year (1 or 2):"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to ws-pick-half
               if ws-pick-half not = 1 and ws-pick-half not = 2
                   display "The half-year must be 1 or 2."
               else
                   perform PARA-510-CHECK-READY
               end-if
           end-if

           if ws-keyed-ok = 1
               perform PARA-520-WRITE-DEMANDS
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-510-CHECK-READY.

           perform PARA-990-LOAD-HEADINGS
           move spaces to ws-new-flat
           perform PARA-260-CHECK-FLAT
           perform PARA-530-CHECK-DEMANDS-RAISED

           if ws-budget-total = 0
               display "No budget has been set for " ws-pick-year "."
           else
               if ws-pct-total not = 100
                   move ws-pct-total to ws-pct-total-disp
                   display "The shares on this block come to "
                     ws-pct-total-disp "%, not 100 - correct the"
                     " units first."
               else
                   if ws-already-done = 1
                       display "Demands for that half-year have"
                         " already gone out."
                   else
                       move ws-budget-total to ws-money-disp
                       display "Budget " ws-pick-year ": "
                         ws-money-disp ". Issue the demands (Y/N):"
                       move spaces to ws-in-input
                       accept ws-in-input
                       if function upper-case(ws-in-input(1:1)) = "Y"
                           move 1 to ws-keyed-ok
                       end-if
                   end-if
               end-if
           end-if.

       PARA-520-WRITE-DEMANDS.

           compute ws-period-mm = ws-block-start-month +
             ((ws-pick-half - 1) * 6)
           move ws-pick-year to ws-period-yyyy
           if ws-period-mm > 12
               subtract 12 from ws-period-mm
               add 1 to ws-period-yyyy
           end-if
           move 1 to ws-period-dd

           move ws-block-branch-id to WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "SCDEMAND.", ws-date-stamp into ws-report-name
           open extend sc-report-file

           move 0 to ws-demand-count
           move 0 to ws-unit-eof
           open input sc-unit-file
           move ws-pick-block-id to UNIT-BLOCK-ID
           start sc-unit-file key = UNIT-BLOCK-ID
               invalid key
                   move 1 to ws-unit-eof
           end-start
           perform until ws-unit-eof = 1
               read sc-unit-file next record
                   at end
                       move 1 to ws-unit-eof
                   not at end
                       if UNIT-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-unit-eof
                       else
                           perform PARA-540-DEMAND-UNIT
                       end-if
           end-perform
           close sc-unit-file
           close sc-report-file

           move "SERVICE CHARGE DEMANDS" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display ws-demand-count " demand(s) written to "
             ws-report-name.

      *Any demand already on the ledger for the block, year and
      *half-year.
       PARA-530-CHECK-DEMANDS-RAISED.

           move 0 to ws-already-done
           move 0 to ws-ledger-eof
           open input sc-ledger-file
           move ws-pick-block-id to SCL-BLOCK-ID
           start sc-ledger-file key = SCL-BLOCK-ID
               invalid key
                   move 1 to ws-ledger-eof
           end-start
           perform until ws-ledger-eof = 1
               read sc-ledger-file next record
                   at end
                       move 1 to ws-ledger-eof
                   not at end
                       if SCL-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-ledger-eof
                       else
                           if SCL-TYPE = "D" and
                             SCL-YEAR = ws-pick-year and
                             (SCL-HALF = ws-pick-half or
                             ws-pick-half = 0)
                               move 1 to ws-already-done
                           end-if
                       end-if
           end-perform
           close sc-ledger-file.

       PARA-540-DEMAND-UNIT.

           move UNIT-ID to ws-pick-unit-id
           perform PARA-980-UNIT-BALANCE

           compute ws-year-share rounded =
             ws-budget-total * UNIT-PERCENT / 100
           compute ws-amount rounded = ws-year-share / 2

           move "SCLEDGER" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           initialize SC-LEDGER-RECORD
           move WS-NEXTID-RESULT to SCL-ID
           move ws-pick-block-id to SCL-BLOCK-ID
           move UNIT-ID to SCL-UNIT-ID
           move "D" to SCL-TYPE
           move ws-pick-year to SCL-YEAR
           move ws-pick-half to SCL-HALF
           move ws-period-date to SCL-DATE
           move ws-amount to SCL-AMOUNT
           string "DEMAND ", ws-pick-year, " HALF ", ws-pick-half
             delimited by size into SCL-NOTE
           move ws-current-user-id to SCL-USER-ID
           open i-o sc-ledger-file
           write SC-LEDGER-RECORD
           close sc-ledger-file

           move "SCLEDGER" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move UNIT-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move SC-LEDGER-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           add 1 to ws-demand-count
           perform PARA-550-PRINT-DEMAND.

       PARA-550-PRINT-DEMAND.

           move all "=" to sc-report-line
           write sc-report-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to sc-report-line
               write sc-report-line
           end-perform
           move all "-" to sc-report-line
           write sc-report-line

           move "SERVICE CHARGE DEMAND" to sc-report-line
           write sc-report-line
           move spaces to sc-report-line
           write sc-report-line
           move UNIT-LEASEHOLDER to sc-report-line
           write sc-report-line
           display sc-report-line
           perform PARA-560-PRINT-ADDRESS

           move spaces to sc-report-line
           string "PREMISES: FLAT ", UNIT-FLAT delimited by "  " ", ",
             ws-block-name delimited by size into sc-report-line
           write sc-report-line
           move spaces to sc-report-line
           string "SERVICE CHARGE YEAR BEGINNING 01/",
             ws-block-start-month, "/", ws-pick-year,
             " - HALF-YEAR ", ws-pick-half delimited by size
             into sc-report-line
           write sc-report-line
           move ws-period-date to ws-date-show
           perform PARA-920-SHOW-DATE
           move spaces to sc-report-line
           string "DUE ON ", ws-date-disp, "   YOUR REFERENCE SC",
             UNIT-ID delimited by size into sc-report-line
           write sc-report-line
           move spaces to sc-report-line
           write sc-report-line

           move ws-budget-total to ws-money-disp
           move spaces to sc-report-line
           string "  BLOCK BUDGET FOR THE YEAR        ", ws-money-disp
             delimited by size into sc-report-line
           write sc-report-line
           move UNIT-PERCENT to ws-pct-disp
           move ws-year-share to ws-money-disp
           move spaces to sc-report-line
           string "  YOUR SHARE AT ", ws-pct-disp, "%           ",
             ws-money-disp delimited by size into sc-report-line
           write sc-report-line
           move ws-amount to ws-money-disp
           move spaces to sc-report-line
           string "  NOW DUE FOR THE HALF-YEAR        ", ws-money-disp
             delimited by size into sc-report-line
           write sc-report-line
           display sc-report-line
           if ws-unit-balance not = 0
               move ws-unit-balance to ws-balance-disp
               move spaces to sc-report-line
               string "  BALANCE BROUGHT FORWARD           ",
                 ws-balance-disp delimited by size into
                 sc-report-line
               write sc-report-line
           end-if
           compute ws-unit-balance = ws-unit-balance + ws-amount
           move ws-unit-balance to ws-balance-disp
           move spaces to sc-report-line
           string "  TOTAL NOW PAYABLE                 ",
             ws-balance-disp delimited by size into sc-report-line
           write sc-report-line
           move spaces to sc-report-line
           write sc-report-line
           move "Please pay by the due date quoting your reference."
             to sc-report-line
           write sc-report-line
           move "A summary of your rights and obligations as a"
             & " leaseholder is enclosed." to sc-report-line
           write sc-report-line

           perform PARA-570-PRINT-FOOTER.

       PARA-560-PRINT-ADDRESS.

           if UNIT-AL1 not = spaces
               move UNIT-AL1 to sc-report-line
               write sc-report-line
           end-if
           if UNIT-AL2 not = spaces
               move UNIT-AL2 to sc-report-line
               write sc-report-line
           end-if
           if UNIT-AL3 not = spaces
               move UNIT-AL3 to sc-report-line
               write sc-report-line
           end-if
           if UNIT-AL4 not = spaces
               move UNIT-AL4 to sc-report-line
               write sc-report-line
           end-if
           move UNIT-POSTCODE to sc-report-line
           write sc-report-line
           move spaces to sc-report-line
           write sc-report-line.

       PARA-570-PRINT-FOOTER.

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to sc-report-line
               write sc-report-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to sc-report-line
               write sc-report-line
           end-perform.

      *----------------------------------------------------------
      * Money in from a leaseholder, against the service charge
      * year the receipt date falls in.
      *----------------------------------------------------------
       PARA-600-RECORD-RECEIPT.

           perform PARA-960-TAKE-UNIT

           if ws-unit-found = 1
               display "Amount received:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to ws-amount

               move function current-date(1:8) to ws-date-default
               display "Date received (DDMMYYYY, blank for today):"
               perform PARA-900-TAKE-DATE

               if ws-amount = 0
                   display "The amount is required."
               else
                   if ws-date-result = 0
                       display "That is not a date."
                   else
                       perform PARA-650-WRITE-RECEIPT
                   end-if
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-650-WRITE-RECEIPT.

           display "Payer's reference, blank for none:"
           move spaces to ws-in-input
           accept ws-in-input

           perform PARA-945-YEAR-OF-DATE

           move "SCLEDGER" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           initialize SC-LEDGER-RECORD
           move WS-NEXTID-RESULT to SCL-ID
           move ws-pick-block-id to SCL-BLOCK-ID
           move ws-pick-unit-id to SCL-UNIT-ID
           move "R" to SCL-TYPE
           move ws-pick-year to SCL-YEAR
           move ws-date-result to SCL-DATE
           move ws-amount to SCL-AMOUNT
           move function upper-case(ws-in-input) to SCL-NOTE
           move ws-current-user-id to SCL-USER-ID
           open i-o sc-ledger-file
           write SC-LEDGER-RECORD
           close sc-ledger-file

           move "SCLEDGER" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move ws-pick-unit-id to ws-audit-key
           move spaces to ws-audit-old-value
           move SC-LEDGER-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-980-UNIT-BALANCE
           move ws-unit-balance to ws-balance-disp
           display "Receipt recorded; balance now " ws-balance-disp
             ".".

      *----------------------------------------------------------
      * A cost on the block under one of its budget headings. A
      * maintenance job is charged at its final cost on its
      * completion date, once; anything else is keyed direct.
      *----------------------------------------------------------
       PARA-700-CHARGE-COST.

           move 0 to ws-keyed-ok
           perform PARA-950-TAKE-BLOCK

           if ws-block-found = 1
               display "Maintenance job ID, blank for a direct cost:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to ws-pick-maint-id
               if ws-pick-maint-id not = 0
                   perform PARA-720-TAKE-JOB
               else
                   perform PARA-730-TAKE-DIRECT
               end-if
           end-if

           if ws-keyed-ok = 1
               perform PARA-945-YEAR-OF-DATE
               perform PARA-990-LOAD-HEADINGS
               perform PARA-740-TAKE-HEADING
           end-if

           if ws-keyed-ok = 1
               perform PARA-750-WRITE-COST
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-720-TAKE-JOB.

           open input maint-job-file
           move ws-pick-maint-id to MAINT-ID
           read maint-job-file
               invalid key
                   display "No maintenance job with that reference."
               not invalid key
                   display "Job: " MAINT-DESC
                   if MAINT-COMPLETED-YEAR = 0
                       display "The job is still open - charge it"
                         " when it is completed."
                   else
                       if MAINT-COST = 0
                           display "The job has no cost recorded."
                       else
                           move 1 to ws-keyed-ok
                       end-if
                   end-if
           end-read
           close maint-job-file

           if ws-keyed-ok = 1
               perform PARA-725-CHECK-JOB-CHARGED
           end-if

           if ws-keyed-ok = 1
               move MAINT-COST to ws-amount
               compute ws-date-result =
                 (MAINT-COMPLETED-YEAR * 10000) +
                 (MAINT-COMPLETED-MONTH * 100) + MAINT-COMPLETED-DAY
               move MAINT-DESC to ws-in-input
               move ws-amount to ws-money-disp
               display "Cost " ws-money-disp " completed "
                 MAINT-COMPLETED-DAY "/" MAINT-COMPLETED-MONTH "/"
                 MAINT-COMPLETED-YEAR
           end-if.

      *A job is charged to one block, once.
       PARA-725-CHECK-JOB-CHARGED.

           move 0 to ws-ledger-eof
           open input sc-ledger-file
           perform until ws-ledger-eof = 1
               read sc-ledger-file next record
                   at end
                       move 1 to ws-ledger-eof
                   not at end
                       if SCL-TYPE = "E" and
                         SCL-MAINT-ID = ws-pick-maint-id
                           display "That job was charged to block "
                             SCL-BLOCK-ID " on ledger line " SCL-ID
                             "."
                           move 0 to ws-keyed-ok
                           move 1 to ws-ledger-eof
                       end-if
           end-perform
           close sc-ledger-file.

       PARA-730-TAKE-DIRECT.

           display "Amount:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-amount

           move function current-date(1:8) to ws-date-default
           display "Date of the cost (DDMMYYYY, blank for today):"
           perform PARA-900-TAKE-DATE

           if ws-amount = 0
               display "The amount is required."
           else
               if ws-date-result = 0
                   display "That is not a date."
               else
                   display "Description (e.g. BUILDINGS INSURANCE):"
                   move spaces to ws-in-input
                   accept ws-in-input
                   if ws-in-input = spaces
                       display "The description is required."
                   else
                       move 1 to ws-keyed-ok
                   end-if
               end-if
           end-if.

       PARA-740-TAKE-HEADING.

           perform PARA-420-SHOW-BUDGET
           display "Expense heading:"
           move spaces to ws-heading
           accept ws-heading
           move function upper-case(ws-heading) to ws-heading

           if ws-heading = spaces
               display "The heading is required."
               move 0 to ws-keyed-ok
           else
               move 0 to ws-heading-found
               perform varying ws-head-idx from 1 by 1
                 until ws-head-idx > ws-head-count
                   if wh-heading(ws-head-idx) = ws-heading
                       move 1 to ws-heading-found
                   end-if
               end-perform
               if ws-heading-found = 0
                   display ws-heading " is not on the " ws-pick-year
                     " budget - it will show as unbudgeted spend."
               end-if
           end-if.

       PARA-750-WRITE-COST.

           move "SCLEDGER" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           initialize SC-LEDGER-RECORD
           move WS-NEXTID-RESULT to SCL-ID
           move ws-pick-block-id to SCL-BLOCK-ID
           move "E" to SCL-TYPE
           move ws-pick-year to SCL-YEAR
           move ws-heading to SCL-HEADING
           move ws-date-result to SCL-DATE
           move ws-amount to SCL-AMOUNT
           move ws-pick-maint-id to SCL-MAINT-ID
           move function upper-case(ws-in-input) to SCL-NOTE
           move ws-current-user-id to SCL-USER-ID
           open i-o sc-ledger-file
           write SC-LEDGER-RECORD
           close sc-ledger-file

           move "SCLEDGER" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move ws-pick-block-id to ws-audit-key
           move spaces to ws-audit-old-value
           move SC-LEDGER-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           move ws-amount to ws-money-disp
           display ws-money-disp " charged to " ws-heading " for "
             ws-pick-year ".".

      *----------------------------------------------------------
      * The year-end certificate: actual spend against budget by
      * heading, then each flat's share of the actual spend set
      * against what it was demanded for the year. Its balancing
      * charge (owed) or credit (overpaid) can then be posted to
      * the flat's account, once.
      *----------------------------------------------------------
       PARA-800-YEAR-END-CERTIFICATE.

           perform PARA-950-TAKE-BLOCK

           if ws-block-found = 1
               perform PARA-940-TAKE-YEAR
           end-if

           if ws-block-found = 1 and ws-pick-year not = 0
               perform PARA-990-LOAD-HEADINGS
               perform PARA-995-LOAD-ACTUALS
               if ws-budget-total = 0 and ws-actual-total = 0
                   display "Nothing was budgeted or spent in "
                     ws-pick-year "."
               else
                   perform PARA-810-WRITE-CERTIFICATE
                   perform PARA-850-OFFER-POSTING
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-810-WRITE-CERTIFICATE.

           move ws-block-branch-id to WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "SCCERT.", ws-date-stamp into ws-report-name
           open extend sc-report-file

           move all "=" to sc-report-line
           write sc-report-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to sc-report-line
               write sc-report-line
           end-perform
           move all "-" to sc-report-line
           write sc-report-line

           move spaces to sc-report-line
           string "SERVICE CHARGE CERTIFICATE - YEAR BEGINNING 01/",
             ws-block-start-month, "/", ws-pick-year delimited by size
             into sc-report-line
           write sc-report-line
           display sc-report-line
           move spaces to sc-report-line
           string ws-block-name, " ", ws-block-postcode
             delimited by size into sc-report-line
           write sc-report-line
           display sc-report-line
           move spaces to sc-report-line
           string "FREEHOLDER ", ws-freeholder-name delimited by size
             into sc-report-line
           write sc-report-line
           move spaces to sc-report-line
           write sc-report-line

           move "EXPENSE HEADING            BUDGET       ACTUAL"
             & "    VARIANCE" to sc-report-line
           write sc-report-line
           display sc-report-line
           perform varying ws-head-idx from 1 by 1
             until ws-head-idx > ws-head-count
               move wh-budget(ws-head-idx) to ws-money-disp
               move wh-actual(ws-head-idx) to ws-money-disp2
               compute ws-variance = wh-actual(ws-head-idx) -
                 wh-budget(ws-head-idx)
               move ws-variance to ws-variance-disp
               move spaces to sc-report-line
               string wh-heading(ws-head-idx), " ", ws-money-disp,
                 " ", ws-money-disp2, " ", ws-variance-disp
                 delimited by size into sc-report-line
               write sc-report-line
               display sc-report-line
           end-perform
           move ws-budget-total to ws-money-disp
           move ws-actual-total to ws-money-disp2
           compute ws-variance = ws-actual-total - ws-budget-total
           move ws-variance to ws-variance-disp
           move spaces to sc-report-line
           string "TOTAL                ", ws-money-disp, " ",
             ws-money-disp2, " ", ws-variance-disp delimited by size
             into sc-report-line
           write sc-report-line
           display sc-report-line
           move spaces to sc-report-line
           write sc-report-line

           move "UNIT   FLAT       SHARE %     SHARE COST     DEMANDED"
             & "   BALANCING" to sc-report-line
           write sc-report-line
           display sc-report-line
           move 0 to ws-charge-total
           move 0 to ws-credit-total
           move 0 to ws-unit-eof
           open input sc-unit-file
           move ws-pick-block-id to UNIT-BLOCK-ID
           start sc-unit-file key = UNIT-BLOCK-ID
               invalid key
                   move 1 to ws-unit-eof
           end-start
           perform until ws-unit-eof = 1
               read sc-unit-file next record
                   at end
                       move 1 to ws-unit-eof
                   not at end
                       if UNIT-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-unit-eof
                       else
                           perform PARA-830-CERTIFY-UNIT
                       end-if
           end-perform
           close sc-unit-file

           move ws-charge-total to ws-money-disp
           move ws-credit-total to ws-money-disp2
           move spaces to sc-report-line
           string "BALANCING CHARGES ", ws-money-disp, "  CREDITS ",
             ws-money-disp2 delimited by size into sc-report-line
           write sc-report-line
           display sc-report-line
           move spaces to sc-report-line
           write sc-report-line
           move "We certify that this statement fairly summarises the"
             to sc-report-line
           write sc-report-line
           move "costs incurred on the block in the year and is"
             & " supported by" to sc-report-line
           write sc-report-line
           move "invoices and receipts that may be inspected on"
             & " request." to sc-report-line
           write sc-report-line

           perform PARA-570-PRINT-FOOTER
           close sc-report-file

           move "SERVICE CHARGE CERT" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Certificate written to " ws-report-name.

       PARA-830-CERTIFY-UNIT.

           perform PARA-840-UNIT-BALANCING

           move UNIT-PERCENT to ws-pct-disp
           move ws-unit-share to ws-money-disp
           move ws-unit-year-demanded to ws-money-disp2
           move ws-balancing to ws-balance-disp
           move spaces to sc-report-line
           string UNIT-ID, " ", UNIT-FLAT, " ", ws-pct-disp, "   ",
             ws-money-disp, " ", ws-money-disp2, " ", ws-balance-disp
             delimited by size into sc-report-line
           if ws-balancing > 0
               add ws-balancing to ws-charge-total
               move "CHARGE" to sc-report-line(73:6)
           end-if
           if ws-balancing < 0
               subtract ws-balancing from ws-credit-total
               move "CREDIT" to sc-report-line(73:6)
           end-if
           write sc-report-line
           display sc-report-line.

      *One unit's share of the year's actual spend against its
      *demands for the year.
       PARA-840-UNIT-BALANCING.

           move UNIT-ID to ws-pick-unit-id
           perform PARA-980-UNIT-BALANCE
           compute ws-unit-share rounded =
             ws-actual-total * UNIT-PERCENT / 100
           compute ws-balancing = ws-unit-share -
             ws-unit-year-demanded.

       PARA-850-OFFER-POSTING.

           move 0 to ws-already-done
           move 0 to ws-ledger-eof
           open input sc-ledger-file
           move ws-pick-block-id to SCL-BLOCK-ID
           start sc-ledger-file key = SCL-BLOCK-ID
               invalid key
                   move 1 to ws-ledger-eof
           end-start
           perform until ws-ledger-eof = 1
               read sc-ledger-file next record
                   at end
                       move 1 to ws-ledger-eof
                   not at end
                       if SCL-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-ledger-eof
                       else
                           if (SCL-TYPE = "B" or SCL-TYPE = "C") and
                             SCL-YEAR = ws-pick-year
                               move 1 to ws-already-done
                           end-if
                       end-if
           end-perform
           close sc-ledger-file

           if ws-already-done = 1
               display "The balancing lines for " ws-pick-year
                 " are already on the leaseholders' accounts."
           else
               display "Post the balancing charges and credits to the"
                 " leaseholders' accounts (Y/N):"
               move spaces to ws-in-input
               accept ws-in-input
               if function upper-case(ws-in-input(1:1)) = "Y"
                   perform PARA-860-POST-BALANCING
               end-if
           end-if.

       PARA-860-POST-BALANCING.

           move 0 to ws-post-count
           move 0 to ws-unit-eof
           open input sc-unit-file
           move ws-pick-block-id to UNIT-BLOCK-ID
           start sc-unit-file key = UNIT-BLOCK-ID
               invalid key
                   move 1 to ws-unit-eof
           end-start
           perform until ws-unit-eof = 1
               read sc-unit-file next record
                   at end
                       move 1 to ws-unit-eof
                   not at end
                       if UNIT-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-unit-eof
                       else
                           perform PARA-840-UNIT-BALANCING
                           if ws-balancing not = 0
                               perform PARA-870-WRITE-BALANCING
                           end-if
                       end-if
           end-perform
           close sc-unit-file

           display ws-post-count " balancing line(s) posted.".

       PARA-870-WRITE-BALANCING.

           move "SCLEDGER" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           initialize SC-LEDGER-RECORD
           move WS-NEXTID-RESULT to SCL-ID
           move ws-pick-block-id to SCL-BLOCK-ID
           move UNIT-ID to SCL-UNIT-ID
           if ws-balancing > 0
               move "B" to SCL-TYPE
               move ws-balancing to SCL-AMOUNT
           else
               move "C" to SCL-TYPE
               compute SCL-AMOUNT = 0 - ws-balancing
           end-if
           move ws-pick-year to SCL-YEAR
           move function current-date(1:8) to SCL-DATE
           string "BALANCING ", ws-pick-year delimited by size
             into SCL-NOTE
           move ws-current-user-id to SCL-USER-ID
           open i-o sc-ledger-file
           write SC-LEDGER-RECORD
           close sc-ledger-file

           move "SCLEDGER" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move UNIT-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move SC-LEDGER-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           add 1 to ws-post-count.

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

      *Service charge year keyed, blank for the one running today;
      *zero back in ws-pick-year when it is not a year.
       PARA-940-TAKE-YEAR.

           move function current-date(1:8) to ws-date-result
           perform PARA-945-YEAR-OF-DATE

           display "Service charge year (YYYY), blank for "
             ws-pick-year ":"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to ws-pick-year
               if ws-pick-year < 1900
                   display "That is not a year."
                   move 0 to ws-pick-year
               end-if
           end-if.

      *The service charge year the date in ws-date-result falls in,
      *given the block's year start month.
       PARA-945-YEAR-OF-DATE.

           move ws-date-yyyy to ws-pick-year
           if ws-date-mm < ws-block-start-month
               subtract 1 from ws-pick-year
           end-if.

      *Block by reference, held in ws-block-* for the work that
      *follows; ws-block-found says whether it was on file.
       PARA-950-TAKE-BLOCK.

           display "Block ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-block-id
           perform PARA-955-READ-BLOCK.

       PARA-955-READ-BLOCK.

           move 0 to ws-block-found
           open input sc-block-file
           move ws-pick-block-id to BLOCK-ID
           read sc-block-file
               invalid key
                   display "No block with that reference."
               not invalid key
                   move 1 to ws-block-found
                   perform PARA-970-HOLD-BLOCK
                   display "Block: " BLOCK-NAME " " BLOCK-POSTCODE
           end-read
           close sc-block-file.

      *Unit by reference, read and left in SC-UNIT-RECORD with its
      *block held and its balance worked; ws-unit-found says
      *whether it was on file.
       PARA-960-TAKE-UNIT.

           display "Unit ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-unit-id

           move 0 to ws-unit-found
           open input sc-unit-file
           move ws-pick-unit-id to UNIT-ID
           read sc-unit-file
               invalid key
                   display "No unit with that reference."
               not invalid key
                   move 1 to ws-unit-found
           end-read
           close sc-unit-file

           if ws-unit-found = 1
               move UNIT-BLOCK-ID to ws-pick-block-id
               perform PARA-955-READ-BLOCK
               perform PARA-980-UNIT-BALANCE
               move ws-unit-balance to ws-balance-disp
               display "Flat " UNIT-FLAT " " UNIT-LEASEHOLDER
                 " balance " ws-balance-disp
           end-if.

       PARA-970-HOLD-BLOCK.

           move BLOCK-NAME to ws-block-name
           move BLOCK-AL2 to ws-block-al2
           move BLOCK-AL3 to ws-block-al3
           move BLOCK-AL4 to ws-block-al4
           move BLOCK-POSTCODE to ws-block-postcode
           move BLOCK-SELLER-ID to ws-block-seller-id
           move BLOCK-BRANCH-ID to ws-block-branch-id
           move BLOCK-YEAR-START-MONTH to ws-block-start-month

           move spaces to ws-freeholder-name
           open input seller-file
           perform Check-Seller-Open
           move BLOCK-SELLER-ID to SELLER-ID of seller-record
           read seller-file
               invalid key
                   move "(FREEHOLDER NOT ON FILE)" to
                     ws-freeholder-name
               not invalid key
                   move SELLER-NAME of seller-record to
                     ws-freeholder-name
           end-read
           close seller-file.

      *----------------------------------------------------------
      * The account of unit ws-pick-unit-id on block
      * ws-pick-block-id: demands and balancing charges less
      * receipts and balancing credits, with what it was demanded
      * in service charge year ws-pick-year.
      *----------------------------------------------------------
       PARA-980-UNIT-BALANCE.

           move 0 to ws-unit-debits
           move 0 to ws-unit-credits
           move 0 to ws-unit-year-demanded
           move 0 to ws-ledger-eof
           open input sc-ledger-file
           move ws-pick-block-id to SCL-BLOCK-ID
           start sc-ledger-file key = SCL-BLOCK-ID
               invalid key
                   move 1 to ws-ledger-eof
           end-start
           perform until ws-ledger-eof = 1
               read sc-ledger-file next record
                   at end
                       move 1 to ws-ledger-eof
                   not at end
                       if SCL-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-ledger-eof
                       else
                           if SCL-UNIT-ID = ws-pick-unit-id
                               perform PARA-985-ADD-TO-BALANCE
                           end-if
                       end-if
           end-perform
           close sc-ledger-file
           compute ws-unit-balance = ws-unit-debits - ws-unit-credits.

       PARA-985-ADD-TO-BALANCE.

           evaluate SCL-TYPE
               when "D"
                   add SCL-AMOUNT to ws-unit-debits
                   if SCL-YEAR = ws-pick-year
                       add SCL-AMOUNT to ws-unit-year-demanded
                   end-if
               when "B"
                   add SCL-AMOUNT to ws-unit-debits
               when "R"
                   add SCL-AMOUNT to ws-unit-credits
               when "C"
                   add SCL-AMOUNT to ws-unit-credits
               when other
                   continue
           end-evaluate.

      *The budget headings for block ws-pick-block-id and year
      *ws-pick-year into the heading table, actuals zero.
       PARA-990-LOAD-HEADINGS.

           move 0 to ws-head-count
           move 0 to ws-budget-total
           move 0 to ws-actual-total
           move 0 to ws-end-of-file
           open input sc-budget-file
           move ws-pick-block-id to SCB-BLOCK-ID
           start sc-budget-file key = SCB-BLOCK-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read sc-budget-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SCB-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-end-of-file
                       else
                           if SCB-YEAR = ws-pick-year and
                             ws-head-count < 20
                               add 1 to ws-head-count
                               move SCB-HEADING to
                                 wh-heading(ws-head-count)
                               move SCB-AMOUNT to
                                 wh-budget(ws-head-count)
                               move 0 to wh-actual(ws-head-count)
                               add SCB-AMOUNT to ws-budget-total
                           end-if
                       end-if
           end-perform
           close sc-budget-file.

      *The year's costs onto the heading table; a heading nobody
      *budgeted for joins it with a zero budget.
       PARA-995-LOAD-ACTUALS.

           move 0 to ws-ledger-eof
           open input sc-ledger-file
           move ws-pick-block-id to SCL-BLOCK-ID
           start sc-ledger-file key = SCL-BLOCK-ID
               invalid key
                   move 1 to ws-ledger-eof
           end-start
           perform until ws-ledger-eof = 1
               read sc-ledger-file next record
                   at end
                       move 1 to ws-ledger-eof
                   not at end
                       if SCL-BLOCK-ID not = ws-pick-block-id
                           move 1 to ws-ledger-eof
                       else
                           if SCL-TYPE = "E" and
                             SCL-YEAR = ws-pick-year
                               perform PARA-996-ADD-ACTUAL
                           end-if
                       end-if
           end-perform
           close sc-ledger-file.

       PARA-996-ADD-ACTUAL.

           move 0 to ws-head-idx2
           perform varying ws-head-idx from 1 by 1
             until ws-head-idx > ws-head-count
               if wh-heading(ws-head-idx) = SCL-HEADING
                   move ws-head-idx to ws-head-idx2
               end-if
           end-perform

           if ws-head-idx2 = 0 and ws-head-count < 20
               add 1 to ws-head-count
               move ws-head-count to ws-head-idx2
               move SCL-HEADING to wh-heading(ws-head-idx2)
               move 0 to wh-budget(ws-head-idx2)
               move 0 to wh-actual(ws-head-idx2)
           end-if

           if ws-head-idx2 not = 0
               add SCL-AMOUNT to wh-actual(ws-head-idx2)
               add SCL-AMOUNT to ws-actual-total
           end-if.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program BlockManagement.
