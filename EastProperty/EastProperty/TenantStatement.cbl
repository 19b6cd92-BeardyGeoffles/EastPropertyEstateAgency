      *TENANTSTATEMENT.cbl
      *Statement of account for one tenant over a date range - the
      *answer when a tenant rings to dispute arrears, instead of
      *piecing it together from rent collection, the client account
      *and the checkout settlement on three screens. Reached from
      *the Lettings menu. For a TENANT-ID and a from/to date it
      *finds the tenant's lettings (lead tenant on the property, a
      *party on TENANCY-PARTY-FILE, or the tenant of a checkout
      *settlement) and, for each, the rent periods that fall in the
      *tenant's own time there - the current term followed back
      *through the renewals on TENANCY-HIST-FILE, and ended at the
      *settlement once the tenancy is over. It then lists:
      *  - the balance brought forward from periods before the range,
      *  - each rent period charged and every receipt or part-payment
      *    against it, with a running balance,
      *  - the damage deposit held on the client account and, for
      *    each deposit paid in, where it is registered,
      *  - on an ended tenancy, the settlement deductions and refund.
      *The statement is written to a date-stamped TENSTMT dataset
      *and registered on the print spool, so it can go out with an
      *arrears letter or be handed over at the counter. It carries
      *the letterhead (LetterheadLines.cbl) of the branch holding
      *the tenant's first letting as its header and footer.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. TenantStatement.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "tenantfile.cpy".
       copy "propertyfile.cpy".
       copy "tenancypartyfile.cpy".
       copy "tenancyhistfile.cpy".
       copy "rentduefile.cpy".
       copy "depositfile.cpy".
       copy "depprotfile.cpy".
       copy "settlementfile.cpy".

           select optional tenant-stmt-file assign to
               ws-stmt-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "tenantrecord.cpy".
       copy "propertyrecord.cpy".
       copy "tenancypartyrecord.cpy".
       copy "tenancyhistrecord.cpy".
       copy "rentduerecord.cpy".
       copy "depositrecord.cpy".
       copy "depprotrecord.cpy".
       copy "settlementrecord.cpy".

       FD tenant-stmt-file.
       01 tenant-stmt-line pic x(80).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 ws-continue pic x value spaces.
       01 ws-in-input pic x(12) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-stmt-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-stmt-tenant-id pic 9(6) value 0.
       01 ws-tenant-found pic 9 value 0 comp.
       01 ws-tenant-name-found pic x(20) value spaces.
       01 ws-from-date pic 9(8) value 0.
       01 ws-to-date pic 9(8) value 0.
       01 ws-from-yyyymm pic 9(6) value 0.
       01 ws-to-yyyymm pic 9(6) value 0.
       01 ws-period-yyyymm pic 9(6) value 0.
       01 ws-sett-yyyymm pic 9(6) value 0.
       01 ws-hist-start-yyyymm pic 9(6) value 0.
       01 ws-hist-end-yyyymm pic 9(6) value 0.
       01 ws-month-before pic 9(6) value 0.
       01 ws-chain-moved pic 9 value 0 comp.
       01 ws-chain-passes pic 99 value 0 comp.

      *The tenant's lettings and the months that are theirs on each.
       01 ws-let-count pic 99 value 0 comp.
       01 ws-let-idx pic 99 value 0 comp.
       01 ws-let-idx2 pic 99 value 0 comp.
       01 ws-let-table occurs 10 times.
         03 let-property-id pic 9(6).
         03 let-from-yyyymm pic 9(6).
         03 let-to-yyyymm pic 9(6).
         03 let-address pic x(25).

       01 ws-add-property-id pic 9(6) value 0.
       01 ws-add-from-yyyymm pic 9(6) value 0.
       01 ws-add-to-yyyymm pic 9(6) value 0.

       01 ws-brought-forward pic s9(7)v99 value 0.
       01 ws-running-balance pic s9(7)v99 value 0.
       01 ws-total-charged pic 9(7)v99 value 0.
       01 ws-total-received pic 9(7)v99 value 0.
       01 ws-deposit-held pic s9(7)v99 value 0.
       01 ws-receipt-word pic x(12) value spaces.
       01 ws-prot-text pic x(50) value spaces.

       01 ws-amount-disp pic z,zzz,zz9.99.
       01 ws-balance-disp pic -(7)9.99.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display " "
           display "----------------------------------------"
           display "     EAST TENANT STATEMENT OF ACCOUNT"
           display "----------------------------------------"
           display "Tenant ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-stmt-tenant-id

           move 0 to ws-tenant-found
           open input tenant-file
           move ws-stmt-tenant-id to TENANT-ID
           read tenant-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-tenant-found
                   move TENANT-NAME to ws-tenant-name-found
           end-read
           close tenant-file

           if ws-tenant-found = 0
               display "No tenant with that ID."
               display "Press ENTER to return."
               accept ws-continue
               goback
           end-if

           perform PARA-050-TAKE-DATE-RANGE
           perform PARA-100-FIND-LETTINGS

           if ws-let-count = 0
               display "No lettings found for that tenant."
               display "Press ENTER to return."
               accept ws-continue
               goback
           end-if

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-stmt-name
           string "TENSTMT.", ws-date-stamp into ws-stmt-name

           perform PARA-250-LETTERHEAD

           open extend tenant-stmt-file
           perform PARA-300-STATEMENT-HEADING
           perform PARA-400-RENT-ACCOUNT
           perform PARA-500-DEPOSIT
           perform PARA-600-SETTLEMENT
           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to tenant-stmt-line
               write tenant-stmt-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 tenant-stmt-line
               write tenant-stmt-line
           end-perform
           move all "=" to tenant-stmt-line
           write tenant-stmt-line
           close tenant-stmt-file

           move "TENANT STATEMENT" to WS-SPOOL-JOB
           move ws-stmt-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display " "
           display "Statement written to " ws-stmt-name
             " and sent to the print spool."
           display "Press ENTER to return."
           accept ws-continue

           goback.

      *----------------------------------------------------------
      * Blank from-date means from the start of the tenancy, blank
      * to-date means today. The rent periods are compared by
      * month, and each period's receipt shows with it.
      *----------------------------------------------------------
       PARA-050-TAKE-DATE-RANGE.

           display "From date (DDMMYYYY), blank for the start:"
           move spaces to ws-in-input
           accept ws-in-input
           move 0 to ws-from-date
           if ws-in-input(1:8) is numeric
               compute ws-from-date =
                 (function numval(ws-in-input(5:4)) * 10000) +
                 (function numval(ws-in-input(3:2)) * 100) +
                 function numval(ws-in-input(1:2))
           end-if

           display "To date (DDMMYYYY), blank for today:"
           move spaces to ws-in-input
           accept ws-in-input
           move function current-date(1:8) to ws-to-date
           if ws-in-input(1:8) is numeric
               compute ws-to-date =
                 (function numval(ws-in-input(5:4)) * 10000) +
                 (function numval(ws-in-input(3:2)) * 100) +
                 function numval(ws-in-input(1:2))
           end-if

           compute ws-from-yyyymm = ws-from-date / 100
           compute ws-to-yyyymm = ws-to-date / 100.

      *----------------------------------------------------------
      * A letting is the tenant's where they are the lead tenant
      * on the property, a party on the tenancy, or the tenant a
      * checkout settlement was made for. The current term runs
      * back through its renewals; a settlement ends the tenant's
      * months at the settlement date.
      *----------------------------------------------------------
       PARA-100-FIND-LETTINGS.

           move 0 to ws-let-count
           move 0 to ws-end-of-file

           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if LISTING-TYPE of property-record = "L" and
                         PROPERTY-TENANT-ID of property-record =
                         ws-stmt-tenant-id
                           move property-id of property-record to
                             ws-add-property-id
                           perform PARA-120-ADD-CURRENT-TERM
                       end-if
           end-perform
           close property-file

           move 0 to ws-end-of-file
           open input tenancy-party-file
           perform until ws-end-of-file = 1
               read tenancy-party-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if TP-TENANT-ID = ws-stmt-tenant-id
                           move TP-PROPERTY-ID to ws-add-property-id
                           perform PARA-110-READ-PARTY-PROPERTY
                       end-if
           end-perform
           close tenancy-party-file

           move 0 to ws-end-of-file
           open input settlement-file
           perform until ws-end-of-file = 1
               read settlement-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SETT-TENANT-ID = ws-stmt-tenant-id
                           perform PARA-160-APPLY-SETTLEMENT
                       end-if
           end-perform
           close settlement-file.

       PARA-110-READ-PARTY-PROPERTY.

           open input property-file
           perform Check-Property-Open
           move ws-add-property-id to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   if LISTING-TYPE of property-record = "L"
                       perform PARA-120-ADD-CURRENT-TERM
                   end-if
           end-read
           close property-file.

       PARA-120-ADD-CURRENT-TERM.

           compute ws-add-from-yyyymm =
             (TENANCY-START-YEAR of property-record * 100) +
             TENANCY-START-MONTH of property-record
           if TENANCY-END-YEAR of property-record = 0
               move 999999 to ws-add-to-yyyymm
           else
               compute ws-add-to-yyyymm =
                 (TENANCY-END-YEAR of property-record * 100) +
                 TENANCY-END-MONTH of property-record
           end-if

           perform PARA-130-FIND-LET-ENTRY
           if ws-let-idx = 0 and ws-let-count < 10
               add 1 to ws-let-count
               move ws-let-count to ws-let-idx
               move ws-add-property-id to let-property-id(ws-let-idx)
               move ws-add-from-yyyymm to let-from-yyyymm(ws-let-idx)
               move ws-add-to-yyyymm to let-to-yyyymm(ws-let-idx)
               move PROPERTY-AL1 of property-record to
                 let-address(ws-let-idx)
               perform PARA-140-FOLLOW-RENEWALS
           end-if.

       PARA-130-FIND-LET-ENTRY.

           move 0 to ws-let-idx
           perform varying ws-let-idx2 from 1 by 1
             until ws-let-idx2 > ws-let-count
               if let-property-id(ws-let-idx2) = ws-add-property-id
                   move ws-let-idx2 to ws-let-idx
               end-if
           end-perform.

      *----------------------------------------------------------
      * A renewal files the old term on TENANCY-HIST-FILE, so a
      * filed term ending the month before (or during) the term
      * already found is the same tenancy rolling on - the start
      * moves back to it, and the chain is followed until no
      * earlier term joins on.
      *----------------------------------------------------------
       PARA-140-FOLLOW-RENEWALS.

           move 1 to ws-chain-moved
           move 0 to ws-chain-passes
           perform until ws-chain-moved = 0 or ws-chain-passes > 20
               move 0 to ws-chain-moved
               add 1 to ws-chain-passes
               if let-from-yyyymm(ws-let-idx) = 0
                   move 0 to ws-month-before
               else
                   if function mod(let-from-yyyymm(ws-let-idx), 100)
                     = 1
                       compute ws-month-before =
                         let-from-yyyymm(ws-let-idx) - 89
                   else
                       compute ws-month-before =
                         let-from-yyyymm(ws-let-idx) - 1
                   end-if
               end-if
               move 0 to ws-end-of-file
               open input tenancy-hist-file
               perform until ws-end-of-file = 1
                   read tenancy-hist-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if TENHIST-PROPERTY-ID =
                             let-property-id(ws-let-idx)
                               perform PARA-145-JOIN-HIST-TERM
                           end-if
               end-perform
               close tenancy-hist-file
           end-perform.

       PARA-145-JOIN-HIST-TERM.

           compute ws-hist-start-yyyymm =
             (TENHIST-START-YEAR * 100) + TENHIST-START-MONTH
           compute ws-hist-end-yyyymm =
             (TENHIST-END-YEAR * 100) + TENHIST-END-MONTH
           if ws-hist-start-yyyymm < let-from-yyyymm(ws-let-idx) and
             ws-hist-end-yyyymm >= ws-month-before
               move ws-hist-start-yyyymm to
                 let-from-yyyymm(ws-let-idx)
               move 1 to ws-chain-moved
           end-if.

      *----------------------------------------------------------
      * The settlement closes the tenant's months on the letting.
      * A settled letting the tenant has since left (the property
      * now let to someone else) is added from the settlement
      * alone, so its closing months still show.
      *----------------------------------------------------------
       PARA-160-APPLY-SETTLEMENT.

           compute ws-sett-yyyymm = (SETT-YEAR * 100) + SETT-MONTH
           move SETT-PROPERTY-ID to ws-add-property-id
           perform PARA-130-FIND-LET-ENTRY
           if ws-let-idx not = 0
               if ws-sett-yyyymm < let-to-yyyymm(ws-let-idx)
                   move ws-sett-yyyymm to let-to-yyyymm(ws-let-idx)
               end-if
           else
               if ws-let-count < 10
                   add 1 to ws-let-count
                   move ws-let-count to ws-let-idx
                   move SETT-PROPERTY-ID to
                     let-property-id(ws-let-idx)
                   move 0 to let-from-yyyymm(ws-let-idx)
                   move ws-sett-yyyymm to let-to-yyyymm(ws-let-idx)
                   move spaces to let-address(ws-let-idx)
                   open input property-file
                   perform Check-Property-Open
                   move SETT-PROPERTY-ID to
                     property-id of property-record
                   read property-file
                       invalid key
                           continue
                       not invalid key
                           move PROPERTY-AL1 of property-record to
                             let-address(ws-let-idx)
                   end-read
                   close property-file
               end-if
           end-if.

       PARA-250-LETTERHEAD.

           move 0 to WS-LHEAD-BRANCH-ID
           open input property-file
           perform Check-Property-Open
           move let-property-id(1) to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   move PROPERTY-BRANCH-ID of property-record to
                     WS-LHEAD-BRANCH-ID
           end-read
           close property-file
           call "LetterheadLines" using WS-LHEAD.

       PARA-300-STATEMENT-HEADING.

           move all "=" to tenant-stmt-line
           write tenant-stmt-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 tenant-stmt-line
               write tenant-stmt-line
           end-perform
           move all "-" to tenant-stmt-line
           write tenant-stmt-line
           move spaces to tenant-stmt-line
           string "TENANT STATEMENT OF ACCOUNT - ",
             ws-tenant-name-found, " (", ws-stmt-tenant-id, ")"
             into tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line
           move spaces to tenant-stmt-line
           string "PERIOD ", ws-from-date(7:2), "/",
             ws-from-date(5:2), "/", ws-from-date(1:4), " TO ",
             ws-to-date(7:2), "/", ws-to-date(5:2), "/",
             ws-to-date(1:4) into tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line

           perform varying ws-let-idx from 1 by 1
             until ws-let-idx > ws-let-count
               move spaces to tenant-stmt-line
               string "PROPERTY ", let-property-id(ws-let-idx), " ",
                 let-address(ws-let-idx) into tenant-stmt-line
               write tenant-stmt-line
               display tenant-stmt-line
           end-perform.

      *----------------------------------------------------------
      * Rent account. Periods of the tenant's before the range
      * make the balance brought forward; each period in the
      * range is a charge line followed by its receipt, and the
      * balance runs on through them.
      *----------------------------------------------------------
       PARA-400-RENT-ACCOUNT.

           move 0 to ws-brought-forward
           move 0 to ws-total-charged
           move 0 to ws-total-received

           move 0 to ws-end-of-file
           open input rent-due-file
           perform until ws-end-of-file = 1
               read rent-due-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform PARA-410-PERIOD-IS-TENANTS
                       if ws-let-idx not = 0 and
                         ws-period-yyyymm < ws-from-yyyymm
                           compute ws-brought-forward =
                             ws-brought-forward + RENT-AMOUNT-DUE -
                             RENT-PAID-AMOUNT
                       end-if
           end-perform
           close rent-due-file

           move all "-" to tenant-stmt-line
           write tenant-stmt-line
           move "RENT ACCOUNT           CHARGED     RECEIVED"
             & "      BALANCE" to tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line

           move ws-brought-forward to ws-running-balance
           move ws-running-balance to ws-balance-disp
           move spaces to tenant-stmt-line
           string "BROUGHT FORWARD                             ",
             ws-balance-disp into tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line

           move 0 to ws-end-of-file
           open input rent-due-file
           perform until ws-end-of-file = 1
               read rent-due-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform PARA-410-PERIOD-IS-TENANTS
                       if ws-let-idx not = 0 and
                         ws-period-yyyymm >= ws-from-yyyymm and
                         ws-period-yyyymm <= ws-to-yyyymm
                           perform PARA-420-CHARGE-LINE
                       end-if
           end-perform
           close rent-due-file

           move ws-total-charged to ws-amount-disp
           move spaces to tenant-stmt-line
           string "TOTAL CHARGED       ", ws-amount-disp into
             tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line
           move ws-total-received to ws-amount-disp
           move spaces to tenant-stmt-line
           string "TOTAL RECEIVED                  ", ws-amount-disp
             into tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line
           move ws-running-balance to ws-balance-disp
           move spaces to tenant-stmt-line
           if ws-running-balance > 0
               string "BALANCE OWED BY TENANT                      ",
                 ws-balance-disp into tenant-stmt-line
           else
               string "BALANCE                                     ",
                 ws-balance-disp into tenant-stmt-line
           end-if
           write tenant-stmt-line
           display tenant-stmt-line.

      *Is this rent period one of the tenant's months on one of
      *their lettings? ws-let-idx comes back non-zero if so.
       PARA-410-PERIOD-IS-TENANTS.

           move 0 to ws-let-idx
           compute ws-period-yyyymm =
             (RENT-PERIOD-YEAR * 100) + RENT-PERIOD-MONTH
           perform varying ws-let-idx2 from 1 by 1
             until ws-let-idx2 > ws-let-count
               if let-property-id(ws-let-idx2) = RENT-PROPERTY-ID and
                 ws-period-yyyymm >= let-from-yyyymm(ws-let-idx2) and
                 ws-period-yyyymm <= let-to-yyyymm(ws-let-idx2)
                   move ws-let-idx2 to ws-let-idx
               end-if
           end-perform.

       PARA-420-CHARGE-LINE.

           add RENT-AMOUNT-DUE to ws-total-charged
           add RENT-AMOUNT-DUE to ws-running-balance
           move RENT-AMOUNT-DUE to ws-amount-disp
           move ws-running-balance to ws-balance-disp
           move spaces to tenant-stmt-line
           string "RENT ", RENT-PERIOD-MONTH, "/", RENT-PERIOD-YEAR,
             " ", RENT-PROPERTY-ID, "  ", ws-amount-disp,
             "              ", ws-balance-disp into tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line

           if RENT-PAID-AMOUNT not = 0
               if RENT-PAID-FLAG = "P" or
                 RENT-PAID-AMOUNT < RENT-AMOUNT-DUE
                   move "PART-PAID" to ws-receipt-word
               else
                   move "RECEIVED" to ws-receipt-word
               end-if
               add RENT-PAID-AMOUNT to ws-total-received
               subtract RENT-PAID-AMOUNT from ws-running-balance
               move RENT-PAID-AMOUNT to ws-amount-disp
               move ws-running-balance to ws-balance-disp
               move spaces to tenant-stmt-line
               string "  ", ws-receipt-word(1:9), " ", RENT-PAID-DAY,
                 "/", RENT-PAID-MONTH, "/", RENT-PAID-YEAR,
                 "              ", ws-amount-disp, " ",
                 ws-balance-disp into tenant-stmt-line
               write tenant-stmt-line
               display tenant-stmt-line
           end-if.

      *----------------------------------------------------------
      * Deposit held is the tenant's posted client-account
      * movements on their lettings - money in less refunds and
      * transfers, exactly as the checkout settlement totals it.
      * Each deposit paid in shows its protection registration.
      *----------------------------------------------------------
       PARA-500-DEPOSIT.

           move 0 to ws-deposit-held

           move all "-" to tenant-stmt-line
           write tenant-stmt-line
           move "DAMAGE DEPOSIT" to tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line

           move 0 to ws-end-of-file
           open input deposit-file
           perform until ws-end-of-file = 1
               read deposit-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if DEPOSIT-BUYER-ID = ws-stmt-tenant-id and
                         DEPOSIT-PEND-FLAG = space
                           move DEPOSIT-PROPERTY-ID to
                             ws-add-property-id
                           perform PARA-130-FIND-LET-ENTRY
                           if ws-let-idx not = 0
                               perform PARA-520-DEPOSIT-LINE
                           end-if
                       end-if
           end-perform
           close deposit-file

           move ws-deposit-held to ws-balance-disp
           move spaces to tenant-stmt-line
           string "  DEPOSIT HELD                              ",
             ws-balance-disp into tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line.

       PARA-520-DEPOSIT-LINE.

           move DEPOSIT-AMOUNT to ws-amount-disp
           move spaces to tenant-stmt-line
           evaluate DEPOSIT-MOVEMENT
               when "I"
                   add DEPOSIT-AMOUNT to ws-deposit-held
                   string "  PAID IN  ", DEPOSIT-DAY, "/",
                     DEPOSIT-MONTH, "/", DEPOSIT-YEAR, "  ",
                     ws-amount-disp into tenant-stmt-line
               when "O"
                   subtract DEPOSIT-AMOUNT from ws-deposit-held
                   string "  REFUNDED ", DEPOSIT-DAY, "/",
                     DEPOSIT-MONTH, "/", DEPOSIT-YEAR, "  ",
                     ws-amount-disp into tenant-stmt-line
               when other
                   subtract DEPOSIT-AMOUNT from ws-deposit-held
                   string "  RETAINED ", DEPOSIT-DAY, "/",
                     DEPOSIT-MONTH, "/", DEPOSIT-YEAR, "  ",
                     ws-amount-disp into tenant-stmt-line
           end-evaluate
           write tenant-stmt-line
           display tenant-stmt-line

           if DEPOSIT-MOVEMENT = "I"
               perform PARA-540-PROTECTION-LINE
           end-if.

       PARA-540-PROTECTION-LINE.

           move spaces to ws-prot-text
           open input dep-prot-file
           move DEPOSIT-ID to DP-DEPOSIT-ID
           read dep-prot-file
               invalid key
                   move "NOT REGISTERED WITH A SCHEME" to ws-prot-text
               not invalid key
                   if DP-REGISTERED-YEAR = 0
                       move "NOT REGISTERED WITH A SCHEME" to
                         ws-prot-text
                   else
                       string DP-SCHEME-NAME, " ", DP-SCHEME-REF,
                         " ", DP-REGISTERED-DAY, "/",
                         DP-REGISTERED-MONTH, "/", DP-REGISTERED-YEAR
                         into ws-prot-text
                   end-if
           end-read
           close dep-prot-file

           move spaces to tenant-stmt-line
           string "    REGISTERED: ", ws-prot-text into
             tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line.

      *----------------------------------------------------------
      * An ended tenancy shows its checkout settlement - the
      * deposit it was built on, each deduction and the refund.
      *----------------------------------------------------------
       PARA-600-SETTLEMENT.

           move 0 to ws-end-of-file
           open input settlement-file
           perform until ws-end-of-file = 1
               read settlement-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SETT-TENANT-ID = ws-stmt-tenant-id
                           perform PARA-620-SETTLEMENT-LINES
                       end-if
           end-perform
           close settlement-file.

       PARA-620-SETTLEMENT-LINES.

           move all "-" to tenant-stmt-line
           write tenant-stmt-line
           move spaces to tenant-stmt-line
           string "CHECKOUT SETTLEMENT ", SETT-ID, " PROPERTY ",
             SETT-PROPERTY-ID, " ON ", SETT-DAY, "/", SETT-MONTH,
             "/", SETT-YEAR into tenant-stmt-line
           if SETT-POSTED-FLAG not = "Y"
               move "(NOT YET POSTED)" to tenant-stmt-line(60:16)
           end-if
           write tenant-stmt-line
           display tenant-stmt-line

           move SETT-DEPOSIT-HELD to ws-amount-disp
           move spaces to tenant-stmt-line
           string "  DEPOSIT HELD        ", ws-amount-disp into
             tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line
           move SETT-DED-DAMAGE to ws-amount-disp
           move spaces to tenant-stmt-line
           string "  LESS DAMAGE         ", ws-amount-disp into
             tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line
           move SETT-DED-CLEANING to ws-amount-disp
           move spaces to tenant-stmt-line
           string "  LESS CLEANING       ", ws-amount-disp into
             tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line
           move SETT-DED-ARREARS to ws-amount-disp
           move spaces to tenant-stmt-line
           string "  LESS RENT ARREARS   ", ws-amount-disp into
             tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line
           move SETT-DED-OTHER to ws-amount-disp
           move spaces to tenant-stmt-line
           string "  LESS OTHER          ", ws-amount-disp into
             tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line
           move SETT-REFUND to ws-amount-disp
           move spaces to tenant-stmt-line
           string "  REFUND TO TENANT    ", ws-amount-disp into
             tenant-stmt-line
           write tenant-stmt-line
           display tenant-stmt-line.

       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program TenantStatement.
