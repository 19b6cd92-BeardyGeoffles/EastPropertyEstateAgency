      *RENTGUARANTEE.cbl
      *Rent guarantee insurance register - the policies landlords
      *hold through us on their managed lettings, and the claims
      *made on them, in place of the spreadsheet whose claim
      *windows nobody was watching. Reached from the Lettings menu:
      *  1. Add a policy - insurer, policy number, monthly and total
      *     cover limits, start and renewal dates, premium and the
      *     claim window (days after the first missed payment the
      *     insurer must be told; CONFIG-FILE RGI-NOTIFY-DAYS,
      *     default 30, when the schedule does not say). The premium
      *     is charged to the landlord's LL-LEDGER-FILE account as an
      *     INS debit as the policy is saved.
      *  2. Renew or end a policy - a renewal takes the new renewal
      *     date and premium and charges the new term's premium the
      *     same way; a policy can be marked lapsed or cancelled.
      *  3. Policies and claims on a letting, with the arrears now
      *     outstanding on RENT-DUE-FILE since each claim's first
      *     missed payment.
      *  4. Update a claim - insurer notified (date and the
      *     insurer's reference), settled, rejected or closed.
      *     Claims are opened by RentArrearsEscalation.cbl at the
      *     first missed payment on a covered letting, which also
      *     prompts for the insurer to be told.
      *  5. Claim deadlines - every claim the insurer has not been
      *     told about, with its notify-by date and days left, to a
      *     date-stamped RGICLAIM dataset on the print spool.
      *  6. Policies due for renewal - every policy in force whose
      *     renewal date falls within RGI-RENEW-WARN-DAYS (default
      *     30) of today, or has gone by, to a date-stamped RGIRENEW
      *     dataset on the print spool.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. RentGuarantee.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "rgipolicyfile.cpy".
       copy "rgiclaimfile.cpy".
       copy "propertyfile.cpy".
       copy "rentduefile.cpy".
       copy "llledgerfile.cpy".
       copy "configfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

           select optional rgi-report-file assign to
               ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "rgipolicyrecord.cpy".
       copy "rgiclaimrecord.cpy".
       copy "propertyrecord.cpy".
       copy "rentduerecord.cpy".
       copy "llledgerrecord.cpy".
       copy "configrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       FD rgi-report-file.
       01 rgi-report-line pic x(100).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-config.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(25) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-rent-eof pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-rgi-property-id pic 9(6) value 0.
       01 ws-rgi-seller-id pic 9(6) value 0.
       01 ws-letting-found pic 9 value 0 comp.
       01 ws-keyed-ok pic 9 value 0 comp.
       01 ws-record-found pic 9 value 0 comp.
       01 ws-pick-id pic 9(6) value 0.

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
       01 ws-warn-days pic 9(4) value 0.
       01 ws-warn-limit pic 9(8) value 0.
       01 ws-days-left pic s9(5) value 0.
       01 ws-days-left-disp pic -(4)9.
       01 ws-report-count pic 9(4) value 0.
       01 ws-list-count pic 9(4) value 0.

       01 ws-bill-amount pic 9(5)v99 value 0.
       01 ws-amount-disp pic zz,zz9.99.
       01 ws-limit-disp pic zzz,zz9.99.
       01 ws-arrears pic 9(7)v99 value 0.
       01 ws-arrears-disp pic z,zzz,zz9.99.
       01 ws-period-due pic 9(8) value 0.
       01 ws-status-disp pic x(10) value spaces.

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
               display "     EAST RENT GUARANTEE INSURANCE"
               display "----------------------------------------"
               display "1. ADD A POLICY"
               display "2. RENEW OR END A POLICY"
               display "3. POLICIES AND CLAIMS ON A LETTING"
               display "4. UPDATE A CLAIM"
               display "5. CLAIM NOTIFICATION DEADLINES"
               display "6. POLICIES DUE FOR RENEWAL"
               display "7. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-ADD-POLICY
                   when "2"
                       perform PARA-200-RENEW-OR-END
                   when "3"
                       perform PARA-300-LIST-FOR-LETTING
                   when "4"
                       perform PARA-400-UPDATE-CLAIM
                   when "5"
                       perform PARA-500-DEADLINE-REPORT
                   when "6"
                       perform PARA-600-RENEWAL-REPORT
                   when "7"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * A policy goes on a managed letting with a landlord to
      * charge the premium to.
      *----------------------------------------------------------
       PARA-100-ADD-POLICY.

           display "Letting property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-rgi-property-id

           move 0 to ws-letting-found
           open input property-file
           perform Check-Property-Open
           move ws-rgi-property-id to property-id of property-record
           read property-file
               invalid key
                   display "No property with that reference."
               not invalid key
                   if LISTING-TYPE of property-record not = "L" or
                     PROP-SELLER-ID of property-record = 0
                       display "That property is not a letting with"
                         " a landlord on file."
                   else
                       move 1 to ws-letting-found
                       move PROP-SELLER-ID of property-record to
                         ws-rgi-seller-id
                   end-if
           end-read
           close property-file

           if ws-letting-found = 1
               perform PARA-150-TAKE-POLICY
               if ws-keyed-ok = 1
                   perform PARA-180-WRITE-POLICY
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-150-TAKE-POLICY.

           move 0 to ws-keyed-ok
           initialize RGI-POLICY-RECORD

           display "Insurer:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to RGI-INSURER

           display "Policy number:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to RGI-POLICY-NO

           if RGI-INSURER = spaces or RGI-POLICY-NO = spaces
               display "The insurer and policy number are required."
           else
               display "Cover limit per month of rent:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to RGI-MONTHLY-LIMIT

               display "Cover limit in total:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to RGI-TOTAL-LIMIT

               display "Start date (DDMMYYYY), blank for today:"
               move function current-date(1:8) to ws-date-default
               perform PARA-900-TAKE-DATE
               move ws-date-result to RGI-START-DATE

               if RGI-START-DATE not = 0
                   display "Renewal date (DDMMYYYY), blank for one"
                     " year on:"
                   move RGI-START-DATE to ws-date-default
                   perform PARA-910-YEAR-ON
                   perform PARA-900-TAKE-DATE
                   move ws-date-result to RGI-RENEWAL-DATE
               end-if

               if RGI-START-DATE = 0 or RGI-RENEWAL-DATE = 0
                   display "Date not understood."
               else
                   if RGI-RENEWAL-DATE not > RGI-START-DATE
                       display "The renewal date must be after the"
                         " start."
                   else
                       perform PARA-160-TAKE-TERMS
                   end-if
               end-if
           end-if.

       PARA-160-TAKE-TERMS.

           display "Premium for the term:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to RGI-PREMIUM

           move "RGI-NOTIFY-DAYS" to WS-CONFIG-NAME
           move 30 to WS-CONFIG-DEFAULT
           perform Read-Config-Value

           display "Days after the first missed payment to tell the"
           display "insurer, blank for " WS-CONFIG-RESULT ":"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               move WS-CONFIG-RESULT to RGI-NOTIFY-DAYS
           else
               move function numval(ws-in-input) to RGI-NOTIFY-DAYS
           end-if

           if RGI-NOTIFY-DAYS = 0
               display "The claim window is required."
           else
               move 1 to ws-keyed-ok
           end-if.

       PARA-180-WRITE-POLICY.

           move "RGIPOLICY" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           move WS-NEXTID-RESULT to RGI-ID
           move ws-rgi-property-id to RGI-PROPERTY-ID
           move ws-rgi-seller-id to RGI-SELLER-ID
           move "A" to RGI-STATUS
           move ws-current-user-id to RGI-USER-ID

           move RGI-PREMIUM to ws-bill-amount
           if ws-bill-amount not = 0
               perform PARA-800-BILL-PREMIUM
           end-if
           move RGI-RENEWAL-DATE to RGI-BILLED-TO

           open i-o rgi-policy-file
           write RGI-POLICY-RECORD
           close rgi-policy-file

           move "RGIPOLICY" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move RGI-PROPERTY-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move RGI-POLICY-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           move RGI-RENEWAL-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           display "Policy " RGI-ID " added - renews " ws-date-disp.

      *----------------------------------------------------------
      * A renewal starts the new term from the old renewal date
      * and charges its premium; lapsed and cancelled policies
      * stop covering new arrears.
      *----------------------------------------------------------
       PARA-200-RENEW-OR-END.

           display "Policy ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-id

           move 0 to ws-record-found
           open i-o rgi-policy-file
           move ws-pick-id to RGI-ID
           read rgi-policy-file
               invalid key
                   display "No policy with that reference."
               not invalid key
                   move 1 to ws-record-found
           end-read

           if ws-record-found = 1
               perform PARA-250-DESCRIBE-POLICY
               if RGI-STATUS not = "A"
                   display "That policy is no longer in force."
               else
                   display "(R)enew, mark (L)apsed, or (C)ancelled?"
                   move spaces to ws-in-input
                   accept ws-in-input
                   move function upper-case(ws-in-input(1:1)) to
                     ws-continue
                   move RGI-POLICY-RECORD to ws-audit-old-value
                   evaluate ws-continue
                       when "R"
                           perform PARA-220-RENEW-POLICY
                       when "L"
                           move "L" to RGI-STATUS
                           perform PARA-240-REWRITE-POLICY
                       when "C"
                           move "C" to RGI-STATUS
                           perform PARA-240-REWRITE-POLICY
                       when other
                           display "Nothing changed."
                   end-evaluate
               end-if
           end-if

           close rgi-policy-file

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-220-RENEW-POLICY.

           display "New renewal date (DDMMYYYY), blank for one year"
             " on:"
           move RGI-RENEWAL-DATE to ws-date-default
           perform PARA-910-YEAR-ON
           perform PARA-900-TAKE-DATE

           if ws-date-result = 0 or
             ws-date-result not > RGI-RENEWAL-DATE
               display "The new renewal date must be after the"
                 " current one."
           else
               move RGI-PREMIUM to ws-amount-disp
               display "Premium for the new term, blank for "
                 ws-amount-disp ":"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input not = spaces
                   move function numval(ws-in-input) to RGI-PREMIUM
               end-if

               move ws-date-result to RGI-RENEWAL-DATE
               if RGI-BILLED-TO < RGI-RENEWAL-DATE
                   move RGI-PREMIUM to ws-bill-amount
                   if ws-bill-amount not = 0
                       perform PARA-800-BILL-PREMIUM
                   end-if
                   move RGI-RENEWAL-DATE to RGI-BILLED-TO
               end-if
               perform PARA-240-REWRITE-POLICY
           end-if.

       PARA-240-REWRITE-POLICY.

           rewrite RGI-POLICY-RECORD

           move "RGIPOLICY" to ws-audit-record-type
           move "AMEND" to ws-audit-action
           move RGI-PROPERTY-ID to ws-audit-key
           move RGI-POLICY-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-250-DESCRIBE-POLICY
           display "Policy " RGI-ID " updated.".

       PARA-250-DESCRIBE-POLICY.

           evaluate RGI-STATUS
               when "A"
                   move "IN FORCE" to ws-status-disp
               when "L"
                   move "LAPSED" to ws-status-disp
               when other
                   move "CANCELLED" to ws-status-disp
           end-evaluate

           display "Policy " RGI-ID " property " RGI-PROPERTY-ID
             " " RGI-INSURER " " RGI-POLICY-NO
           move RGI-START-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           display "  From " ws-date-disp
           move RGI-RENEWAL-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           move RGI-PREMIUM to ws-amount-disp
           display "  Renews " ws-date-disp "  premium "
             ws-amount-disp "  " ws-status-disp
           move RGI-MONTHLY-LIMIT to ws-amount-disp
           move RGI-TOTAL-LIMIT to ws-limit-disp
           display "  Cover " ws-amount-disp " a month, "
             ws-limit-disp " in total - tell the insurer within "
             RGI-NOTIFY-DAYS " days.".

      *----------------------------------------------------------
      * Everything on one letting: its policies, then its claims
      * with the arrears still owed since the first missed
      * payment.
      *----------------------------------------------------------
       PARA-300-LIST-FOR-LETTING.

           display "Letting property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-rgi-property-id

           display " "
           move 0 to ws-list-count
           move 0 to ws-end-of-file
           open input rgi-policy-file
           move ws-rgi-property-id to RGI-PROPERTY-ID
           start rgi-policy-file key = RGI-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read rgi-policy-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if RGI-PROPERTY-ID not = ws-rgi-property-id
                           move 1 to ws-end-of-file
                       else
                           perform PARA-250-DESCRIBE-POLICY
                           add 1 to ws-list-count
                       end-if
           end-perform
           close rgi-policy-file
           display ws-list-count " polic(ies) on file."

           display " "
           display "CLAIM  POLICY FIRST MISSED NOTIFY BY   STATUS"
             "     ARREARS NOW"
           move 0 to ws-list-count
           move 0 to ws-end-of-file
           open input rgi-claim-file
           move ws-rgi-property-id to CLM-PROPERTY-ID
           start rgi-claim-file key = CLM-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read rgi-claim-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CLM-PROPERTY-ID not = ws-rgi-property-id
                           move 1 to ws-end-of-file
                       else
                           perform PARA-350-CLAIM-LINE
                           add 1 to ws-list-count
                       end-if
           end-perform
           close rgi-claim-file
           display ws-list-count " claim(s) on file."

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-350-CLAIM-LINE.

           perform PARA-360-CLAIM-STATUS
           perform PARA-370-CLAIM-ARREARS
           move ws-arrears to ws-arrears-disp
           display CLM-ID " " CLM-POLICY-ID " "
             CLM-FIRST-MISSED(7:2) "/" CLM-FIRST-MISSED(5:2) "/"
             CLM-FIRST-MISSED(1:4) "   " CLM-NOTIFY-BY(7:2) "/"
             CLM-NOTIFY-BY(5:2) "/" CLM-NOTIFY-BY(1:4) "  "
             ws-status-disp " " ws-arrears-disp
           if CLM-NOTIFIED-DATE not = 0
               move CLM-NOTIFIED-DATE to ws-date-show
               perform PARA-920-SHOW-DATE
               display "       Insurer told " ws-date-disp " ref "
                 CLM-INSURER-REF
           end-if
           if CLM-PAID-AMOUNT not = 0
               move CLM-PAID-AMOUNT to ws-arrears-disp
               display "       Insurer paid " ws-arrears-disp
           end-if.

       PARA-360-CLAIM-STATUS.

           evaluate CLM-STATUS
               when "O"
                   move "NOT TOLD" to ws-status-disp
               when "N"
                   move "NOTIFIED" to ws-status-disp
               when "S"
                   move "SETTLED" to ws-status-disp
               when "R"
                   move "REJECTED" to ws-status-disp
               when other
                   move "CLOSED" to ws-status-disp
           end-evaluate.

      *Rent still unpaid on the letting for every period from the
      *claim's first missed payment on.
       PARA-370-CLAIM-ARREARS.

           move 0 to ws-arrears
           move 0 to ws-rent-eof

           open input rent-due-file
           perform until ws-rent-eof = 1
               read rent-due-file next record
                   at end
                       move 1 to ws-rent-eof
                   not at end
                       if RENT-PROPERTY-ID = CLM-PROPERTY-ID and
                         RENT-PAID-FLAG not = "Y"
                           compute ws-period-due =
                             (RENT-PERIOD-YEAR * 10000) +
                             (RENT-PERIOD-MONTH * 100) + 1
                           if ws-period-due >= CLM-FIRST-MISSED
                               compute ws-arrears = ws-arrears +
                                 RENT-AMOUNT-DUE - RENT-PAID-AMOUNT
                           end-if
                       end-if
           end-perform
           close rent-due-file.

      *----------------------------------------------------------
      * The claim moves on as the insurer deals with it. Telling
      * the insurer takes the date told and their reference and
      * stops the nightly prompt.
      *----------------------------------------------------------
       PARA-400-UPDATE-CLAIM.

           display "Claim ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-id

           move 0 to ws-record-found
           open i-o rgi-claim-file
           move ws-pick-id to CLM-ID
           read rgi-claim-file
               invalid key
                   display "No claim with that reference."
               not invalid key
                   move 1 to ws-record-found
           end-read

           if ws-record-found = 1
               display "CLAIM  POLICY FIRST MISSED NOTIFY BY   STATUS"
                 "     ARREARS NOW"
               perform PARA-350-CLAIM-LINE
               if CLM-STATUS not = "O" and CLM-STATUS not = "N"
                   display "That claim is finished with."
               else
                   perform PARA-450-TAKE-CLAIM-CHANGE
               end-if
           end-if

           close rgi-claim-file

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-450-TAKE-CLAIM-CHANGE.

           move RGI-CLAIM-RECORD to ws-audit-old-value
           move 0 to ws-keyed-ok

           display "Insurer (N)otified, (S)ettled, (R)ejected, or"
             " (C)losed - arrears cleared?"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to ws-continue

           evaluate ws-continue
               when "N"
                   display "Date told (DDMMYYYY), blank for today:"
                   move function current-date(1:8) to ws-date-default
                   perform PARA-900-TAKE-DATE
                   if ws-date-result = 0
                       display "Date not understood."
                   else
                       move ws-date-result to CLM-NOTIFIED-DATE
                       display "Insurer's claim reference:"
                       move spaces to ws-in-input
                       accept ws-in-input
                       move function upper-case(ws-in-input) to
                         CLM-INSURER-REF
                       move "N" to CLM-STATUS
                       move 1 to ws-keyed-ok
                       if CLM-NOTIFIED-DATE > CLM-NOTIFY-BY
                           display "NOTE - told after the policy's"
                             " claim window closed."
                       end-if
                   end-if
               when "S"
                   display "Amount paid by the insurer:"
                   move spaces to ws-in-input
                   accept ws-in-input
                   move function numval(ws-in-input) to
                     CLM-PAID-AMOUNT
                   move "S" to CLM-STATUS
                   move 1 to ws-keyed-ok
               when "R"
                   move "R" to CLM-STATUS
                   move 1 to ws-keyed-ok
               when "C"
                   move "C" to CLM-STATUS
                   move 1 to ws-keyed-ok
               when other
                   display "Nothing changed."
           end-evaluate

           if ws-keyed-ok = 1
               move ws-current-user-id to CLM-USER-ID
               rewrite RGI-CLAIM-RECORD

               move "RGICLAIM" to ws-audit-record-type
               move "AMEND" to ws-audit-action
               move CLM-PROPERTY-ID to ws-audit-key
               move RGI-CLAIM-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               perform PARA-360-CLAIM-STATUS
               display "Claim " CLM-ID " now " ws-status-disp
           end-if.

      *----------------------------------------------------------
      * Claims the insurer has still to hear about, soonest
      * deadline first in the reader's eye by days left - the
      * list that would have saved the missed claim window.
      *----------------------------------------------------------
       PARA-500-DEADLINE-REPORT.

           move function current-date(1:8) to ws-today-yyyymmdd
           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "RGICLAIM.", ws-date-stamp into ws-report-name

           open extend rgi-report-file
           move all "=" to rgi-report-line
           write rgi-report-line
           move "RENT GUARANTEE CLAIMS - INSURER STILL TO BE TOLD" to
             rgi-report-line
           write rgi-report-line
           display rgi-report-line
           move "CLAIM  POLICY PROPERTY FIRST MISSED NOTIFY BY  DAYS"
             & " LEFT      ARREARS" to rgi-report-line
           write rgi-report-line
           display rgi-report-line

           move 0 to ws-report-count
           move 0 to ws-end-of-file
           open input rgi-claim-file
           perform until ws-end-of-file = 1
               read rgi-claim-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CLM-STATUS = "O"
                           perform PARA-550-DEADLINE-LINE
                       end-if
           end-perform
           close rgi-claim-file

           move all "=" to rgi-report-line
           write rgi-report-line
           move spaces to rgi-report-line
           string ws-report-count, " CLAIM(S) AWAITING NOTIFICATION"
             into rgi-report-line
           write rgi-report-line
           display rgi-report-line
           close rgi-report-file

           move "RGI CLAIM DEADLINES" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-550-DEADLINE-LINE.

           compute ws-days-left =
             function integer-of-date(CLM-NOTIFY-BY) -
             function integer-of-date(ws-today-yyyymmdd)
           move ws-days-left to ws-days-left-disp
           perform PARA-370-CLAIM-ARREARS
           move ws-arrears to ws-arrears-disp

           move spaces to rgi-report-line
           string CLM-ID, " ", CLM-POLICY-ID, " ", CLM-PROPERTY-ID,
             "   ", CLM-FIRST-MISSED(7:2), "/", CLM-FIRST-MISSED(5:2),
             "/", CLM-FIRST-MISSED(1:4), "  ", CLM-NOTIFY-BY(7:2), "/",
             CLM-NOTIFY-BY(5:2), "/", CLM-NOTIFY-BY(1:4), "  ",
             ws-days-left-disp, "  ", ws-arrears-disp
             delimited by size into rgi-report-line
           if ws-days-left < 0
               move "WINDOW MISSED" to rgi-report-line(88:13)
           end-if
           write rgi-report-line
           display rgi-report-line
           add 1 to ws-report-count.

      *----------------------------------------------------------
      * Policies in force that renew within the warning horizon,
      * and any whose renewal date has gone by without a renewal
      * or a lapse being recorded.
      *----------------------------------------------------------
       PARA-600-RENEWAL-REPORT.

           move "RGI-RENEW-WARN-DAYS" to WS-CONFIG-NAME
           move 30 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-warn-days

           move function current-date(1:8) to ws-today-yyyymmdd
           compute ws-warn-limit = function date-of-integer(
             function integer-of-date(ws-today-yyyymmdd) +
             ws-warn-days)

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "RGIRENEW.", ws-date-stamp into ws-report-name

           open extend rgi-report-file
           move all "=" to rgi-report-line
           write rgi-report-line
           move spaces to rgi-report-line
           string "RENT GUARANTEE POLICIES RENEWING BY ",
             ws-warn-limit(7:2), "/", ws-warn-limit(5:2), "/",
             ws-warn-limit(1:4) into rgi-report-line
           write rgi-report-line
           display rgi-report-line
           move "POLICY PROPERTY INSURER                   POLICY NO"
             & "          RENEWS     DAYS LEFT" to rgi-report-line
           write rgi-report-line
           display rgi-report-line

           move 0 to ws-report-count
           move 0 to ws-end-of-file
           open input rgi-policy-file
           perform until ws-end-of-file = 1
               read rgi-policy-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if RGI-STATUS = "A" and
                         RGI-RENEWAL-DATE <= ws-warn-limit
                           perform PARA-650-RENEWAL-LINE
                       end-if
           end-perform
           close rgi-policy-file

           move all "=" to rgi-report-line
           write rgi-report-line
           move spaces to rgi-report-line
           string ws-report-count, " POLIC(IES) DUE FOR RENEWAL"
             into rgi-report-line
           write rgi-report-line
           display rgi-report-line
           close rgi-report-file

           move "RGI RENEWALS" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-650-RENEWAL-LINE.

           compute ws-days-left =
             function integer-of-date(RGI-RENEWAL-DATE) -
             function integer-of-date(ws-today-yyyymmdd)
           move ws-days-left to ws-days-left-disp

           move spaces to rgi-report-line
           string RGI-ID, " ", RGI-PROPERTY-ID, "  ", RGI-INSURER,
             " ", RGI-POLICY-NO, " ", RGI-RENEWAL-DATE(7:2), "/",
             RGI-RENEWAL-DATE(5:2), "/", RGI-RENEWAL-DATE(1:4), " ",
             ws-days-left-disp delimited by size into rgi-report-line
           if ws-days-left < 0
               move "OVERDUE" to rgi-report-line(90:7)
           end-if
           write rgi-report-line
           display rgi-report-line
           add 1 to ws-report-count.

      *----------------------------------------------------------
      * The premium for a term is an INS debit on the landlord's
      * account, the way the renewal fee is billed.
      *----------------------------------------------------------
       PARA-800-BILL-PREMIUM.

           move "LLLEDGER" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           open i-o ll-ledger-file
           initialize LL-LEDGER-RECORD
           move WS-NEXTID-RESULT to LL-ID
           move RGI-SELLER-ID to LL-SELLER-ID
           move function current-date(7:2) to LL-DAY
           move function current-date(5:2) to LL-MONTH
           move function current-date(1:4) to LL-YEAR
           move "INS" to LL-TYPE
           move "D" to LL-DRCR
           move ws-bill-amount to LL-AMOUNT
           move spaces to LL-NOTE
           string "RGI PREMIUM ", RGI-POLICY-NO delimited by size
             into LL-NOTE
           write LL-LEDGER-RECORD
           close ll-ledger-file

           move "LLLEDGER" to ws-audit-record-type
           move "POST" to ws-audit-action
           move RGI-SELLER-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move LL-LEDGER-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           move ws-bill-amount to ws-amount-disp
           display "Premium " ws-amount-disp " charged to landlord "
             RGI-SELLER-ID ".".

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

      *One year on from ws-date-default, the 29th of February
      *falling back to the 28th.
       PARA-910-YEAR-ON.

           move ws-date-default to ws-date-result
           add 1 to ws-date-yyyy
           if ws-date-mm = 2 and ws-date-dd = 29
               move 28 to ws-date-dd
           end-if
           move ws-date-result to ws-date-default.

       PARA-920-SHOW-DATE.

           move spaces to ws-date-disp
           if ws-date-show not = 0
               string ws-date-show(7:2), "/", ws-date-show(5:2), "/",
                 ws-date-show(1:4) delimited by size into ws-date-disp
           end-if.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "ReadConfigValue.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program RentGuarantee.
