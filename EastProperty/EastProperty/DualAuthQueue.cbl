      *flagged posted), and rejecting any one of them rejects its
      *siblings and puts the settlement back to unposted. Reached
      *from the client account menu in DepositLedger.cbl.
      *Landlord payment runs built by LandlordPaymentRun.cbl queue
      *here too, under the same rule: a different manager from the
      *one who built the run countersigns the whole run, which
      *re-checks each landlord's bank details, posts the RMT debits
      *to the landlord ledger and writes the bank bulk-payment file
      *(LLBANKPAY.<run>, one CSV line per payment). Rejecting a run
      *frees its remittances for a corrected run.
      *A movement or run line paying a party held on sanctions/PEP
      *screening is not released: the movement cannot be
      *countersigned, and the landlord's line on a run is held back
      *with its remittance freed (SanctionsOwnerCheck.cpy).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. DualAuthQueue.
       copy "settlementfile.cpy".
       copy "rentduefile.cpy".
       copy "auditfile.cpy".
       copy "llpayfile.cpy".
       copy "llbankfile.cpy".
       copy "llremitfile.cpy".
       copy "llledgerfile.cpy".
       copy "propertyfile.cpy".
       copy "jointownerfile.cpy".
       copy "sancmatchfile.cpy".
       copy "seqfile.cpy".
       copy "spoolfile.cpy".

           select optional bank-pay-file assign to
               ws-bank-pay-name
               organization is line sequential.

       data division.

       copy "settlementrecord.cpy".
       copy "rentduerecord.cpy".
       copy "auditrecord.cpy".
       copy "llpayrecord.cpy".
       copy "llbankrecord.cpy".
       copy "llremitrecord.cpy".
       copy "llledgerrecord.cpy".
       copy "propertyrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "sancmatchrecord.cpy".
       copy "seqrecord.cpy".
       copy "spoolrecord.cpy".

       FD bank-pay-file.
       01 bank-pay-line pic x(80).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-settcomplete.cpy".
       copy "ws-nextid.cpy".
       copy "ws-spool.cpy".
       copy "ws-sanccheck.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-scan-eof pic 9 value 0 comp.
       01 ws-fetch-ok pic 9 value 0 comp.

       01 ws-work-run-id pic 9(6) value 0.
       01 ws-last-run-id pic 9(6) value 0.
       01 ws-run-lines pic 9(4) value 0.
       01 ws-run-paid pic 9(4) value 0.
       01 ws-run-held pic 9(4) value 0.
       01 ws-run-sanc-held pic 9(4) value 0.
       01 ws-run-total pic 9(9)v99 value 0.
       01 ws-run-builder pic 9(6) value 0.
       01 ws-run-period pic x(7) value spaces.
       01 ws-total-disp pic zzz,zzz,zz9.99.
       01 ws-bank-pay-name pic x(20) value spaces.
       01 ws-bank-amount-disp pic z(6)9.99.
       01 ws-bank-ok pic 9 value 0 comp.
       01 ws-ledger-note pic x(30) value spaces.
       01 ws-hold-note pic x(40) value spaces.

       procedure division.

       PARA-000-MAIN.
               display "1. LIST PENDING MOVEMENTS"
               display "2. COUNTERSIGN A MOVEMENT"
               display "3. REJECT A MOVEMENT"
               display "4. LIST PENDING LANDLORD PAYMENT RUNS"
               display "5. COUNTERSIGN A LANDLORD PAYMENT RUN"
               display "6. REJECT A LANDLORD PAYMENT RUN"
               display "7. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
                   when "3"
                       perform PARA-500-REJECT
                   when "4"
                       perform PARA-600-LIST-RUNS
                   when "5"
                       perform PARA-700-COUNTERSIGN-RUN
                   when "6"
                       perform PARA-800-REJECT-RUN
                   when "7"
                       goback
                   when other
                       continue
                       display "You keyed this movement - a"
                         " DIFFERENT manager must countersign it."
                   else
                       move DEPOSIT-MOVEMENT to WS-SCHK-MOVEMENT
                       move DEPOSIT-PROPERTY-ID to WS-SCHK-PROPERTY-ID
                       move DEPOSIT-BUYER-ID to WS-SCHK-PAYER-ID
                       perform Check-Sanctions-Movement
                       if WS-SCHK-HELD = 1
                           close deposit-file
                           display "Payee " WS-SCHK-HELD-NAME
                             " is held on sanctions/PEP screening -"
                             " not countersigned."
                       else
                           perform PARA-310-APPLY-COUNTERSIGN
                       end-if
                   end-if
               end-if
           end-if.
               close settlement-file
           end-if.

      *----------------------------------------------------------
      * Pending landlord payment runs, one line per run, read
      * through the run-number key so a run's lines come together.
      *----------------------------------------------------------
       PARA-600-LIST-RUNS.

           move 0 to ws-pending-count
           move 0 to ws-last-run-id
           move 0 to ws-scan-eof

           display " "
           display "RUN     PERIOD   LINES  TOTAL           BUILT BY"

           open input ll-pay-file
           move 0 to LLP-RUN-ID
           start ll-pay-file key not < LLP-RUN-ID
               invalid key
                   move 1 to ws-scan-eof
           end-start
           perform until ws-scan-eof = 1
               read ll-pay-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if LLP-STATUS = "P"
                           perform PARA-620-COUNT-RUN-LINE
                       end-if
           end-perform
           close ll-pay-file
           perform PARA-640-SHOW-RUN

           display ws-pending-count " run(s) awaiting countersign."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-620-COUNT-RUN-LINE.

           if LLP-RUN-ID not = ws-last-run-id
               perform PARA-640-SHOW-RUN
               move LLP-RUN-ID to ws-last-run-id
               move 0 to ws-run-lines
               move 0 to ws-run-total
               move LLP-USER-ID to ws-run-builder
               move spaces to ws-run-period
               string LLP-PERIOD-MONTH, "/", LLP-PERIOD-YEAR
                 into ws-run-period
               add 1 to ws-pending-count
           end-if
           add 1 to ws-run-lines
           add LLP-PAY-AMOUNT to ws-run-total.

       PARA-640-SHOW-RUN.

           if ws-last-run-id not = 0
               move ws-run-total to ws-total-disp
               display ws-last-run-id "  " ws-run-period "  "
                 ws-run-lines "   " ws-total-disp "  "
                 ws-run-builder
           end-if.

      *----------------------------------------------------------
      * Totals the asked-for run's pending lines and notes who
      * built it, so the countersign can refuse the builder and
      * show what is about to leave the bank.
      *----------------------------------------------------------
       PARA-650-FETCH-RUN.

           display "Payment run number:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-work-run-id

           move 0 to ws-run-lines
           move 0 to ws-run-total
           move 0 to ws-run-builder
           move 0 to ws-scan-eof

           open input ll-pay-file
           move ws-work-run-id to LLP-RUN-ID
           start ll-pay-file key = LLP-RUN-ID
               invalid key
                   move 1 to ws-scan-eof
           end-start
           perform until ws-scan-eof = 1
               read ll-pay-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if LLP-RUN-ID not = ws-work-run-id
                           move 1 to ws-scan-eof
                       else
                           if LLP-STATUS = "P"
                               add 1 to ws-run-lines
                               add LLP-PAY-AMOUNT to ws-run-total
                               move LLP-USER-ID to ws-run-builder
                           end-if
                       end-if
           end-perform
           close ll-pay-file

           if ws-run-lines = 0
               display "No pending payment run with that number."
           end-if.

       PARA-700-COUNTERSIGN-RUN.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "Countersigning needs the manager role."
           else
               perform PARA-650-FETCH-RUN
               if ws-run-lines not = 0
                   if ws-run-builder = ws-current-user-id
                       display "You built this run - a DIFFERENT"
                         " manager must countersign it."
                   else
                       move ws-run-total to ws-total-disp
                       display "Run " ws-work-run-id " - "
                         ws-run-lines " payment(s) totalling "
                         ws-total-disp
                       display "Countersign and release to the bank"
                         " (Y/N):"
                       move spaces to ws-in-input
                       accept ws-in-input
                       if function upper-case(ws-in-input(1:1)) =
                         "Y"
                           perform PARA-710-RELEASE-RUN
                       end-if
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
      * Each pending line is checked against the landlord's bank
      * record as it stands now: details that changed (or went
      * back to awaiting call-back) since the run was built hold
      * the line back and free its remittance for a later run.
      * Every other line goes on the bank file, is debited to the
      * landlord ledger as a remittance out, and is marked paid.
      *----------------------------------------------------------
       PARA-710-RELEASE-RUN.

           move 0 to ws-run-paid
           move 0 to ws-run-held
           move 0 to ws-run-sanc-held
           move 0 to ws-run-total
           move 0 to ws-scan-eof

           move spaces to ws-bank-pay-name
           string "LLBANKPAY.", ws-work-run-id into ws-bank-pay-name
           open output bank-pay-file

           open i-o ll-pay-file
           move ws-work-run-id to LLP-RUN-ID
           start ll-pay-file key = LLP-RUN-ID
               invalid key
                   move 1 to ws-scan-eof
           end-start
           perform until ws-scan-eof = 1
               read ll-pay-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if LLP-RUN-ID not = ws-work-run-id
                           move 1 to ws-scan-eof
                       else
                           if LLP-STATUS = "P"
                               perform PARA-720-RELEASE-LINE
                           end-if
                       end-if
           end-perform
           close ll-pay-file

           close bank-pay-file

           move "LANDLORD BANK FILE" to WS-SPOOL-JOB
           move ws-bank-pay-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           move ws-run-total to ws-total-disp
           move "LLPAYRUN" to ws-audit-record-type
           move "AUTH" to ws-audit-action
           move ws-work-run-id to ws-audit-key
           move spaces to ws-audit-old-value
           string "BUILT BY ", ws-run-builder, " AUTH BY ",
             ws-current-user-id into ws-audit-old-value
           move spaces to ws-audit-new-value
           string "PAID ", ws-run-paid, " HELD ", ws-run-held,
             " TOTAL ", ws-total-disp into ws-audit-new-value
           perform Write-Audit-Log

           display "Run " ws-work-run-id " countersigned - "
             ws-run-paid " payment(s) totalling " ws-total-disp
           display "Bank file " ws-bank-pay-name " written."
           if ws-run-held not = 0
               display ws-run-held " payment(s) HELD - bank details"
                 " changed since the run was built."
           end-if
           if ws-run-sanc-held not = 0
               display ws-run-sanc-held " payment(s) HELD - landlord"
                 " held on sanctions/PEP screening."
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-720-RELEASE-LINE.

           move 0 to ws-bank-ok
           open input ll-bank-file
           move LLP-SELLER-ID to LLB-SELLER-ID
           read ll-bank-file
               invalid key
                   continue
               not invalid key
                   if LLB-STATUS = "C" and
                     LLB-SORT-CODE = LLP-SORT-CODE and
                     LLB-ACCOUNT-NO = LLP-ACCOUNT-NO and
                     LLB-PAYEE-NAME = LLP-PAYEE-NAME
                       move 1 to ws-bank-ok
                   end-if
           end-read
           close ll-bank-file
           move "BANK DETAILS CHANGED SINCE RUN BUILT" to ws-hold-note

           move 0 to WS-SCHK-HELD
           if ws-bank-ok = 1
               move "S" to WS-SCHK-PARTY-TYPE
               move LLP-SELLER-ID to WS-SCHK-PARTY-ID
               perform Check-Sanctions-Party
               if WS-SCHK-HELD = 1
                   move 0 to ws-bank-ok
                   move "LANDLORD HELD ON SANCTIONS/PEP SCREENING"
                     to ws-hold-note
               end-if
           end-if

           if ws-bank-ok = 0
               move "H" to LLP-STATUS
               move ws-current-user-id to LLP-AUTH-USER-ID
               rewrite LL-PAY-RECORD
               perform PARA-850-RELEASE-REMITTANCE
               if WS-SCHK-HELD = 1
                   add 1 to ws-run-sanc-held
               else
                   add 1 to ws-run-held
               end-if
               move "LLPAY" to ws-audit-record-type
               move "HOLD" to ws-audit-action
               move LLP-ID to ws-audit-key
               move spaces to ws-audit-old-value
               string "RUN ", LLP-RUN-ID, " SELLER ", LLP-SELLER-ID
                 into ws-audit-old-value
               move ws-hold-note to ws-audit-new-value
               perform Write-Audit-Log
           else
               perform PARA-740-POST-REMITTANCE
               perform PARA-760-WRITE-BANK-LINE
               move "A" to LLP-STATUS
               move ws-current-user-id to LLP-AUTH-USER-ID
               move LL-ID to LLP-LL-ID
               rewrite LL-PAY-RECORD
               add 1 to ws-run-paid
               add LLP-PAY-AMOUNT to ws-run-total
           end-if.

       PARA-740-POST-REMITTANCE.

           move "LLLEDGER" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           move spaces to ws-ledger-note
           string "PAYRUN ", LLP-RUN-ID, " ", LLP-PERIOD-MONTH, "/",
             LLP-PERIOD-YEAR into ws-ledger-note

           initialize LL-LEDGER-RECORD
           move WS-NEXTID-RESULT to LL-ID
           move LLP-SELLER-ID to LL-SELLER-ID
           move function current-date(7:2) to LL-DAY
           move function current-date(5:2) to LL-MONTH
           move function current-date(1:4) to LL-YEAR
           move "RMT" to LL-TYPE
           move "D" to LL-DRCR
           move LLP-PAY-AMOUNT to LL-AMOUNT
           move ws-ledger-note to LL-NOTE

           open i-o ll-ledger-file
           write LL-LEDGER-RECORD
           close ll-ledger-file

           move "LLLEDGER" to ws-audit-record-type
           move "POST" to ws-audit-action
           move LLP-SELLER-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move LL-LEDGER-RECORD to ws-audit-new-value
           perform Write-Audit-Log.

      *Bank bulk-payment line: sort code, account, payee, amount
      *and the reference the landlord sees on their statement.
       PARA-760-WRITE-BANK-LINE.

           move LLP-PAY-AMOUNT to ws-bank-amount-disp
           move spaces to bank-pay-line
           string LLP-SORT-CODE, ",", LLP-ACCOUNT-NO, ",",
             function trim(LLP-PAYEE-NAME), ",",
             function trim(ws-bank-amount-disp), ",EAST RENT ",
             LLP-PERIOD-MONTH, LLP-PERIOD-YEAR into bank-pay-line
           write bank-pay-line.

       PARA-800-REJECT-RUN.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "Rejecting needs the manager role."
           else
               perform PARA-650-FETCH-RUN
               if ws-run-lines not = 0
                   perform PARA-810-APPLY-REJECT-RUN
               end-if
           end-if.

       PARA-810-APPLY-REJECT-RUN.

           display "Rejection reason:"
           move spaces to ws-in-input
           accept ws-in-input

           move 0 to ws-scan-eof
           open i-o ll-pay-file
           move ws-work-run-id to LLP-RUN-ID
           start ll-pay-file key = LLP-RUN-ID
               invalid key
                   move 1 to ws-scan-eof
           end-start
           perform until ws-scan-eof = 1
               read ll-pay-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if LLP-RUN-ID not = ws-work-run-id
                           move 1 to ws-scan-eof
                       else
                           if LLP-STATUS = "P"
                               move "R" to LLP-STATUS
                               move ws-current-user-id to
                                 LLP-AUTH-USER-ID
                               rewrite LL-PAY-RECORD
                               perform PARA-850-RELEASE-REMITTANCE
                           end-if
                       end-if
           end-perform
           close ll-pay-file

           move "LLPAYRUN" to ws-audit-record-type
           move "REJECT" to ws-audit-action
           move ws-work-run-id to ws-audit-key
           move ws-in-input to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "REJECTED BY ", ws-current-user-id into
             ws-audit-new-value
           perform Write-Audit-Log

           display "Run " ws-work-run-id " rejected - its"
             " remittances are free for a corrected run.".

      *A line that will not be paid hands its month's remittance
      *back, so the next run for that month picks it up again.
       PARA-850-RELEASE-REMITTANCE.

           open i-o ll-remit-file
           move LLP-PERIOD-YEAR to LLR-YEAR
           move LLP-PERIOD-MONTH to LLR-MONTH
           move LLP-SELLER-ID to LLR-SELLER-ID
           read ll-remit-file
               invalid key
                   continue
               not invalid key
                   if LLR-PAY-RUN-ID = LLP-RUN-ID
                       move 0 to LLR-PAY-RUN-ID
                       rewrite LL-REMIT-RECORD
                   end-if
           end-read
           close ll-remit-file.

       copy "AuditLogWrite.cpy".
       copy "SettlementComplete.cpy".
       copy "GenerateNextId.cpy".
       copy "SpoolWrite.cpy".
       copy "SanctionsCheck.cpy".
       copy "SanctionsOwnerCheck.cpy".

       copy "MainFileOpenCheck.cpy".

       end program DualAuthQueue.
