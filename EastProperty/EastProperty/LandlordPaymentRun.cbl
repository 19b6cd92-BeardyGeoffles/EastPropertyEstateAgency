      *LANDLORDPAYMENTRUN.cbl
      *Pays the managed landlords what their statements say we owe,
      *instead of someone keying each transfer into the bank by hand
      *from the statement print. Reached from the Lettings menu:
      *  1. Bank details - keys a landlord's sort code, account and
      *     payee name. New or changed details never go live when
      *     keyed: they wait as a pending change.
      *  2. Confirm a bank change - a DIFFERENT user calls the
      *     landlord back on the phone number already on the seller
      *     record (never one that came with the change) and records
      *     the call; only then do the details become payable.
      *  3. Reject a bank change - the landlord knew nothing of it.
      *  4. Build a payment run for a statement month - one line per
      *     landlord from the month's LL-REMIT-FILE remittances,
      *     paying the net due but never taking the ledger balance
      *     below the landlord's SELLER-FLOAT-AMOUNT. Landlords with
      *     no confirmed bank details, a change awaiting call-back,
      *     a hold on sanctions/PEP screening (SanctionsCheck.cpy)
      *     or nothing payable above the float are listed as
      *     withheld. The run then waits in DualAuthQueue.cbl for a
      *     second manager, whose countersign writes the bank
      *     bulk-payment file and posts the ledger remittances.
      *  5. List a payment run.
      *Every change to bank details and every run is audit-logged.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. LandlordPaymentRun.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "llbankfile.cpy".
       copy "llremitfile.cpy".
       copy "llpayfile.cpy".
       copy "llledgerfile.cpy".
       copy "sellerfile.cpy".
       copy "sancmatchfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "llbankrecord.cpy".
       copy "llremitrecord.cpy".
       copy "llpayrecord.cpy".
       copy "llledgerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "sancmatchrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-sanccheck.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(30) value spaces.
       01 ws-remit-eof pic 9 value 0 comp.
       01 ws-ledger-eof pic 9 value 0 comp.
       01 ws-pay-eof pic 9 value 0 comp.

       01 ws-bank-seller-id pic 9(6) value 0.
       01 ws-seller-found pic 9 value 0 comp.
       01 ws-seller-name-found pic x(20) value spaces.
       01 ws-seller-phone-found pic x(11) value spaces.
       01 ws-seller-float pic 9(6)v99 value 0.
       01 ws-bank-found pic 9 value 0 comp.
       01 ws-new-sort-code pic 9(6) value 0.
       01 ws-new-account-no pic 9(8) value 0.
       01 ws-new-payee-name pic x(18) value spaces.
       01 ws-keyed-ok pic 9 value 0 comp.

       01 ws-period-input pic x(7) value spaces.
       01 ws-period-month pic 99 value 0.
       01 ws-period-year pic 9999 value 0.
       01 ws-run-id pic 9(6) value 0.
       01 ws-list-run-id pic 9(6) value 0.
       01 ws-ledger-balance pic s9(8)v99 value 0.
       01 ws-available pic s9(8)v99 value 0.
       01 ws-pay-amount pic 9(7)v99 value 0.
       01 ws-withheld-reason pic x(30) value spaces.
       01 ws-line-count pic 9(4) value 0.
       01 ws-withheld-count pic 9(4) value 0.
       01 ws-run-total pic 9(9)v99 value 0.

       01 ws-amount-disp pic z,zzz,zz9.99.
       01 ws-balance-disp pic -(8)9.99.
       01 ws-total-disp pic zzz,zzz,zz9.99.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST LANDLORD PAYMENT RUN"
               display "----------------------------------------"
               display "1. LANDLORD BANK DETAILS"
               display "2. CONFIRM A BANK CHANGE (CALL-BACK)"
               display "3. REJECT A BANK CHANGE"
               display "4. BUILD A PAYMENT RUN"
               display "5. LIST A PAYMENT RUN"
               display "6. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-BANK-DETAILS
                   when "2"
                       perform PARA-200-CONFIRM-CHANGE
                   when "3"
                       perform PARA-300-REJECT-CHANGE
                   when "4"
                       perform PARA-400-BUILD-RUN
                   when "5"
                       perform PARA-600-LIST-RUN
                   when "6"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * Shared lookup: asks for the landlord and reads the seller
      * record for the name, the phone number on file (the only
      * number a call-back may use) and the agreed float.
      *----------------------------------------------------------
       PARA-050-FIND-SELLER.

           move 0 to ws-seller-found
           move spaces to ws-seller-name-found
           move spaces to ws-seller-phone-found
           move 0 to ws-seller-float

           if ws-bank-seller-id not = 0
               open input seller-file
               perform Check-Seller-Open
               move ws-bank-seller-id to SELLER-ID of seller-record
               read seller-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to ws-seller-found
                       move SELLER-NAME to ws-seller-name-found
                       move SELLER-PHONE to ws-seller-phone-found
                       move SELLER-FLOAT-AMOUNT to ws-seller-float
               end-read
               close seller-file
           end-if.

       PARA-060-ASK-SELLER.

           display "Landlord (seller) ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-bank-seller-id
           perform PARA-050-FIND-SELLER
           if ws-seller-found = 0
               display "No landlord with that ID."
           end-if.

       PARA-070-SHOW-BANK.

           display " "
           display "LANDLORD " LLB-SELLER-ID " " ws-seller-name-found
           if LLB-SORT-CODE = 0
               display "  CONFIRMED DETAILS - NONE ON FILE"
           else
               display "  CONFIRMED DETAILS - " LLB-SORT-CODE " "
                 LLB-ACCOUNT-NO " " LLB-PAYEE-NAME
               display "  CONFIRMED BY USER " LLB-CONFIRM-USER-ID
                 " ON " LLB-CONFIRM-DAY "/" LLB-CONFIRM-MONTH "/"
                 LLB-CONFIRM-YEAR
           end-if
           if LLB-STATUS = "P"
               display "  PENDING CHANGE    - " LLB-PEND-SORT-CODE
                 " " LLB-PEND-ACCOUNT-NO " " LLB-PEND-PAYEE-NAME
               display "  KEYED BY USER " LLB-PEND-USER-ID " ON "
                 LLB-PEND-DAY "/" LLB-PEND-MONTH "/" LLB-PEND-YEAR
           end-if.

      *----------------------------------------------------------
      * New or changed details always land in the pending fields.
      * The live sort code and account stay as they were - the
      * last details someone actually confirmed with the landlord
      * - and the payment run withholds the landlord until the
      * change is confirmed or rejected.
      *----------------------------------------------------------
       PARA-100-BANK-DETAILS.

           perform PARA-060-ASK-SELLER
           if ws-seller-found = 1
               open i-o ll-bank-file
               move ws-bank-seller-id to LLB-SELLER-ID
               read ll-bank-file
                   invalid key
                       move 0 to ws-bank-found
                       initialize LL-BANK-RECORD
                       move ws-bank-seller-id to LLB-SELLER-ID
                   not invalid key
                       move 1 to ws-bank-found
               end-read
               perform PARA-070-SHOW-BANK
               perform PARA-120-KEY-DETAILS
               if ws-keyed-ok = 1
                   perform PARA-150-HOLD-CHANGE
               end-if
               close ll-bank-file
           end-if.

       PARA-120-KEY-DETAILS.

           move 0 to ws-keyed-ok
           display "New sort code (6 digits), blank to leave:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               if ws-in-input(1:6) is numeric and
                 ws-in-input(7:) = spaces
                   move ws-in-input(1:6) to ws-new-sort-code
                   display "Account number (8 digits):"
                   move spaces to ws-in-input
                   accept ws-in-input
                   if ws-in-input(1:8) is numeric and
                     ws-in-input(9:) = spaces
                       move ws-in-input(1:8) to ws-new-account-no
                       display "Payee name as held by the bank:"
                       move spaces to ws-in-input
                       accept ws-in-input
                       move function upper-case(ws-in-input) to
                         ws-new-payee-name
                       if ws-new-payee-name = spaces
                           display "Payee name is required."
                       else
                           move 1 to ws-keyed-ok
                       end-if
                   else
                       display "Account number must be 8 digits."
                   end-if
               else
                   display "Sort code must be 6 digits."
               end-if
           end-if.

       PARA-150-HOLD-CHANGE.

           move spaces to ws-audit-old-value
           string "LIVE ", LLB-SORT-CODE, " ", LLB-ACCOUNT-NO, " ",
             LLB-PAYEE-NAME into ws-audit-old-value

           move ws-new-sort-code to LLB-PEND-SORT-CODE
           move ws-new-account-no to LLB-PEND-ACCOUNT-NO
           move ws-new-payee-name to LLB-PEND-PAYEE-NAME
           move ws-current-user-id to LLB-PEND-USER-ID
           move function current-date(7:2) to LLB-PEND-DAY
           move function current-date(5:2) to LLB-PEND-MONTH
           move function current-date(1:4) to LLB-PEND-YEAR
           move "P" to LLB-STATUS

           if ws-bank-found = 1
               rewrite LL-BANK-RECORD
           else
               write LL-BANK-RECORD
           end-if

           move "LLBANK" to ws-audit-record-type
           move "CHANGE" to ws-audit-action
           move ws-bank-seller-id to ws-audit-key
           move spaces to ws-audit-new-value
           string "PENDING ", LLB-PEND-SORT-CODE, " ",
             LLB-PEND-ACCOUNT-NO, " ", LLB-PEND-PAYEE-NAME
             into ws-audit-new-value
           perform Write-Audit-Log

           display "Details held pending. A DIFFERENT user must call"
           display "the landlord on " ws-seller-phone-found
             " (the number on file) and confirm them before the"
           display "landlord can be paid."
           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * The call-back. The number shown is the one on the seller
      * record - a fraudster changing bank details supplies their
      * own number with the request, so that one is never used.
      * The confirmer must not be the user who keyed the change.
      *----------------------------------------------------------
       PARA-200-CONFIRM-CHANGE.

           perform PARA-060-ASK-SELLER
           if ws-seller-found = 1
               open i-o ll-bank-file
               move ws-bank-seller-id to LLB-SELLER-ID
               read ll-bank-file
                   invalid key
                       display "No bank details keyed for that"
                         " landlord."
                   not invalid key
                       perform PARA-220-CHECK-CONFIRMER
               end-read
               close ll-bank-file
           end-if.

       PARA-220-CHECK-CONFIRMER.

           if LLB-STATUS not = "P"
               display "No change is awaiting call-back."
           else
               if LLB-PEND-USER-ID = ws-current-user-id
                   display "You keyed this change - a DIFFERENT"
                     " user must make the call-back."
               else
                   perform PARA-070-SHOW-BANK
                   perform PARA-250-RECORD-CALL
               end-if
           end-if.

       PARA-250-RECORD-CALL.

           display " "
           display "Call the landlord on " ws-seller-phone-found
             " - the number on file only."
           if ws-seller-phone-found = spaces
               display "No phone number on file - the change cannot"
                 " be confirmed until one is."
           else
               display "Landlord confirmed the PENDING details on"
                 " that call (Y/N):"
               move spaces to ws-in-input
               accept ws-in-input
               if function upper-case(ws-in-input(1:1)) = "Y"
                   display "Who you spoke to / note of the call:"
                   move spaces to ws-in-input
                   accept ws-in-input
                   perform PARA-260-APPLY-CONFIRM
               else
                   display "Not confirmed - the change stays held."
                     " Reject it if the landlord did not ask"
                     " for it."
               end-if
           end-if.

       PARA-260-APPLY-CONFIRM.

           move spaces to ws-audit-old-value
           string "WAS ", LLB-SORT-CODE, " ", LLB-ACCOUNT-NO, " ",
             LLB-PAYEE-NAME into ws-audit-old-value

           move LLB-PEND-SORT-CODE to LLB-SORT-CODE
           move LLB-PEND-ACCOUNT-NO to LLB-ACCOUNT-NO
           move LLB-PEND-PAYEE-NAME to LLB-PAYEE-NAME
           move ws-current-user-id to LLB-CONFIRM-USER-ID
           move function current-date(7:2) to LLB-CONFIRM-DAY
           move function current-date(5:2) to LLB-CONFIRM-MONTH
           move function current-date(1:4) to LLB-CONFIRM-YEAR
           move ws-in-input to LLB-CONFIRM-NOTE
           move "C" to LLB-STATUS
           perform PARA-280-CLEAR-PENDING
           rewrite LL-BANK-RECORD

           move "LLBANK" to ws-audit-record-type
           move "CONFRM" to ws-audit-action
           move LLB-SELLER-ID to ws-audit-key
           move spaces to ws-audit-new-value
           string "CALL-BACK ", LLB-SORT-CODE, " ", LLB-ACCOUNT-NO,
             " ", LLB-CONFIRM-NOTE into ws-audit-new-value
           perform Write-Audit-Log

           display "Bank details confirmed and live.".

       PARA-280-CLEAR-PENDING.

           move 0 to LLB-PEND-SORT-CODE
           move 0 to LLB-PEND-ACCOUNT-NO
           move spaces to LLB-PEND-PAYEE-NAME
           move 0 to LLB-PEND-USER-ID
           move 0 to LLB-PEND-DAY
           move 0 to LLB-PEND-MONTH
           move 0 to LLB-PEND-YEAR.

       PARA-300-REJECT-CHANGE.

           perform PARA-060-ASK-SELLER
           if ws-seller-found = 1
               open i-o ll-bank-file
               move ws-bank-seller-id to LLB-SELLER-ID
               read ll-bank-file
                   invalid key
                       display "No bank details keyed for that"
                         " landlord."
                   not invalid key
                       if LLB-STATUS not = "P"
                           display "No change is awaiting"
                             " call-back."
                       else
                           perform PARA-070-SHOW-BANK
                           perform PARA-320-APPLY-REJECT
                       end-if
               end-read
               close ll-bank-file
           end-if.

      *A rejected change drops the pending details; the landlord
      *goes back to whatever was confirmed before, or to no
      *details at all.
       PARA-320-APPLY-REJECT.

           display "Reason:"
           move spaces to ws-in-input
           accept ws-in-input

           move spaces to ws-audit-old-value
           string "PENDING ", LLB-PEND-SORT-CODE, " ",
             LLB-PEND-ACCOUNT-NO, " ", LLB-PEND-PAYEE-NAME
             into ws-audit-old-value

           perform PARA-280-CLEAR-PENDING
           if LLB-SORT-CODE = 0
               move space to LLB-STATUS
           else
               move "C" to LLB-STATUS
           end-if
           rewrite LL-BANK-RECORD

           move "LLBANK" to ws-audit-record-type
           move "REJECT" to ws-audit-action
           move LLB-SELLER-ID to ws-audit-key
           move spaces to ws-audit-new-value
           string "REJECTED BY ", ws-current-user-id, " ",
             ws-in-input into ws-audit-new-value
           perform Write-Audit-Log

           display "Change rejected. If the landlord did not ask for"
           display "it, tell a manager - it may be an attempted"
             " fraud.".

      *----------------------------------------------------------
      * The run takes every remittance for the month not already
      * in a run. Each landlord is paid the lesser of the net due
      * on the statement and what the ledger can give without
      * dropping below the agreed float; the run is only a
      * proposal until DualAuthQueue.cbl countersigns it, but its
      * remittances are stamped now so a second run for the same
      * month cannot pay them twice.
      *----------------------------------------------------------
       PARA-400-BUILD-RUN.

           display "Statement month to pay (MM YYYY):"
           move spaces to ws-period-input
           accept ws-period-input
           move function numval(ws-period-input(1:2)) to
             ws-period-month
           move function numval(ws-period-input(4:4)) to
             ws-period-year
           if ws-period-month = 0 or ws-period-month > 12 or
             ws-period-year = 0
               display "Period not understood."
           else
               perform PARA-420-RUN-MONTH
           end-if.

       PARA-420-RUN-MONTH.

           move 0 to ws-run-id
           move 0 to ws-line-count
           move 0 to ws-withheld-count
           move 0 to ws-run-total
           move 0 to ws-remit-eof

           display " "
           display "LANDLORD   NET DUE       PAY           NOTE"

           open i-o ll-remit-file
           move ws-period-year to LLR-YEAR
           move ws-period-month to LLR-MONTH
           move 0 to LLR-SELLER-ID
           start ll-remit-file key not < LLR-KEY
               invalid key
                   move 1 to ws-remit-eof
           end-start
           perform until ws-remit-eof = 1
               read ll-remit-file next record
                   at end
                       move 1 to ws-remit-eof
                   not at end
                       if LLR-YEAR not = ws-period-year or
                         LLR-MONTH not = ws-period-month
                           move 1 to ws-remit-eof
                       else
                           if LLR-PAY-RUN-ID = 0
                               perform PARA-450-TAKE-REMITTANCE
                           end-if
                       end-if
           end-perform
           close ll-remit-file

           display " "
           if ws-run-id = 0
               display "Nothing payable for " ws-period-month "/"
                 ws-period-year " - no run built."
           else
               move ws-run-total to ws-total-disp
               display "PAYMENT RUN " ws-run-id " - " ws-line-count
                 " payment(s) totalling " ws-total-disp
               display "Awaiting countersign by a different manager"
                 " in the dual-auth queue."

               move "LLPAYRUN" to ws-audit-record-type
               move "BUILD" to ws-audit-action
               move ws-run-id to ws-audit-key
               move spaces to ws-audit-old-value
               move spaces to ws-audit-new-value
               string "PERIOD ", ws-period-month, "/",
                 ws-period-year, " LINES ", ws-line-count,
                 " TOTAL ", ws-total-disp into ws-audit-new-value
               perform Write-Audit-Log
           end-if
           if ws-withheld-count not = 0
               display ws-withheld-count " landlord(s) withheld -"
                 " see above."
           end-if
           display "Press ENTER to return."
           accept ws-continue.

       PARA-450-TAKE-REMITTANCE.

           move spaces to ws-withheld-reason
           move 0 to ws-pay-amount
           move LLR-SELLER-ID to ws-bank-seller-id
           perform PARA-050-FIND-SELLER

           if LLR-NET-DUE not > 0
               move "NOTHING DUE ON STATEMENT" to ws-withheld-reason
           else
               perform PARA-460-CHECK-BANK
           end-if

           if ws-withheld-reason = spaces
               move 0 to WS-SCHK-HELD
               move "S" to WS-SCHK-PARTY-TYPE
               move LLR-SELLER-ID to WS-SCHK-PARTY-ID
               perform Check-Sanctions-Party
               if WS-SCHK-HELD = 1
                   move "SANCTIONS/PEP SCREENING HOLD" to
                     ws-withheld-reason
               end-if
           end-if

           if ws-withheld-reason = spaces
               perform PARA-500-LEDGER-BALANCE
               compute ws-available =
                 ws-ledger-balance - ws-seller-float
               if ws-available not > 0
                   move "BALANCE AT OR BELOW FLOAT" to
                     ws-withheld-reason
               else
                   if ws-available < LLR-NET-DUE
                       move ws-available to ws-pay-amount
                   else
                       move LLR-NET-DUE to ws-pay-amount
                   end-if
               end-if
           end-if

           move LLR-NET-DUE to ws-balance-disp
           if ws-withheld-reason = spaces
               perform PARA-480-WRITE-PAY-LINE
               move ws-pay-amount to ws-amount-disp
               display LLR-SELLER-ID "   " ws-balance-disp " "
                 ws-amount-disp
           else
               add 1 to ws-withheld-count
               display LLR-SELLER-ID "   " ws-balance-disp
                 "   WITHHELD    " ws-withheld-reason
           end-if.

       PARA-460-CHECK-BANK.

           open input ll-bank-file
           move LLR-SELLER-ID to LLB-SELLER-ID
           read ll-bank-file
               invalid key
                   move "NO BANK DETAILS ON FILE" to
                     ws-withheld-reason
               not invalid key
                   evaluate LLB-STATUS
                       when "C"
                           move LLB-SORT-CODE to ws-new-sort-code
                           move LLB-ACCOUNT-NO to ws-new-account-no
                           move LLB-PAYEE-NAME to ws-new-payee-name
                       when "P"
                           move "BANK CHANGE AWAITS CALL-BACK" to
                             ws-withheld-reason
                       when other
                           move "BANK DETAILS NOT CONFIRMED" to
                             ws-withheld-reason
                   end-evaluate
           end-read
           close ll-bank-file.

       PARA-480-WRITE-PAY-LINE.

           if ws-run-id = 0
               move "LLPAYRUN" to WS-NEXTID-SEQ-NAME
               perform Generate-Next-Id
               move WS-NEXTID-RESULT to ws-run-id
           end-if

           move "LLPAY" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize LL-PAY-RECORD
           move WS-NEXTID-RESULT to LLP-ID
           move ws-run-id to LLP-RUN-ID
           move LLR-SELLER-ID to LLP-SELLER-ID
           move LLR-MONTH to LLP-PERIOD-MONTH
           move LLR-YEAR to LLP-PERIOD-YEAR
           move LLR-NET-DUE to LLP-NET-DUE
           move ws-ledger-balance to LLP-LEDGER-BALANCE
           move ws-seller-float to LLP-FLOAT-HELD
           move ws-pay-amount to LLP-PAY-AMOUNT
           move ws-new-sort-code to LLP-SORT-CODE
           move ws-new-account-no to LLP-ACCOUNT-NO
           move ws-new-payee-name to LLP-PAYEE-NAME
           move "P" to LLP-STATUS
           move ws-current-user-id to LLP-USER-ID
           move function current-date(1:8) to LLP-RUN-DATE

           open i-o ll-pay-file
           write LL-PAY-RECORD
           close ll-pay-file

           move ws-run-id to LLR-PAY-RUN-ID
           rewrite LL-REMIT-RECORD

           add 1 to ws-line-count
           add ws-pay-amount to ws-run-total.

      *Running balance over every movement on the landlord's
      *ledger, credits less debits, as LandlordLedger.cbl states it.
       PARA-500-LEDGER-BALANCE.

           move 0 to ws-ledger-balance
           move 0 to ws-ledger-eof

           open input ll-ledger-file
           move LLR-SELLER-ID to LL-SELLER-ID
           start ll-ledger-file key = LL-SELLER-ID
               invalid key
                   move 1 to ws-ledger-eof
           end-start
           perform until ws-ledger-eof = 1
               read ll-ledger-file next record
                   at end
                       move 1 to ws-ledger-eof
                   not at end
                       if LL-SELLER-ID not = LLR-SELLER-ID
                           move 1 to ws-ledger-eof
                       else
                           if LL-DRCR = "C"
                               add LL-AMOUNT to ws-ledger-balance
                           else
                               subtract LL-AMOUNT from
                                 ws-ledger-balance
                           end-if
                       end-if
           end-perform
           close ll-ledger-file.

       PARA-600-LIST-RUN.

           display "Payment run number:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-list-run-id

           move 0 to ws-line-count
           move 0 to ws-run-total
           move 0 to ws-pay-eof

           display " "
           display "LANDLORD PERIOD  PAY           SORT   ACCOUNT"
             "  ST AUTH"

           open input ll-pay-file
           move ws-list-run-id to LLP-RUN-ID
           start ll-pay-file key = LLP-RUN-ID
               invalid key
                   move 1 to ws-pay-eof
           end-start
           perform until ws-pay-eof = 1
               read ll-pay-file next record
                   at end
                       move 1 to ws-pay-eof
                   not at end
                       if LLP-RUN-ID not = ws-list-run-id
                           move 1 to ws-pay-eof
                       else
                           add 1 to ws-line-count
                           if LLP-STATUS not = "R" and
                             LLP-STATUS not = "H"
                               add LLP-PAY-AMOUNT to ws-run-total
                           end-if
                           move LLP-PAY-AMOUNT to ws-amount-disp
                           display LLP-SELLER-ID "   "
                             LLP-PERIOD-MONTH "/" LLP-PERIOD-YEAR
                             " " ws-amount-disp " " LLP-SORT-CODE
                             " " LLP-ACCOUNT-NO " " LLP-STATUS "  "
                             LLP-AUTH-USER-ID
                       end-if
           end-perform
           close ll-pay-file

           if ws-line-count = 0
               display "No payment run with that number."
           else
               move ws-run-total to ws-total-disp
               display ws-line-count " line(s), paying "
                 ws-total-disp
               display "ST: P awaiting countersign, A paid,"
                 " R rejected, H held - bank details changed."
           end-if
           display "Press ENTER to return."
           accept ws-continue.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "SanctionsCheck.cpy".

       copy "MainFileOpenCheck.cpy".

       end program LandlordPaymentRun.
