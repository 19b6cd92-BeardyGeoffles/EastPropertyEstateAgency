      *HOLDINGDEPOSIT.cbl
      *Holding deposit register - the money taken from a tenant to
      *hold a letting while their application goes through, under
      *the statutory rules for it. Reached from the Lettings menu:
      *  1. Take a holding deposit - one per application (a letting
      *     and a tenant), checked against the law's cap of one
      *     week's rent (PROPERTY-MONTHLY-RENT x 12 / 52), with the
      *     date it must be refunded or applied by worked out from
      *     the date taken (CONFIG-FILE HOLD-DEP-DAYS, default 15).
      *  2. Record the outcome - applied to the first rent, applied
      *     to the tenancy deposit, refunded, or retained. A
      *     retained deposit needs its written reason on file, and
      *     one applied to the tenancy deposit may not take that
      *     deposit past its cap (DepositCapCheck.cpy).
      *  3. Extend the deadline - only to a later date agreed in
      *     writing with the tenant, and the record says so.
      *  4. Holding deposits on a letting, with their outcomes.
      *  5. Deadline report - HoldingDepositSweep.cbl on demand; it
      *     also runs every night in the batch sequence.
      *Every change is audit-logged.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. HoldingDeposit.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "holddepfile.cpy".
       copy "propertyfile.cpy".
       copy "tenantfile.cpy".
       copy "depositfile.cpy".
       copy "configfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "holddeprecord.cpy".
       copy "propertyrecord.cpy".
       copy "tenantrecord.cpy".
       copy "depositrecord.cpy".
       copy "configrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-config.cpy".
       copy "ws-depositcap.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(25) value spaces.
       01 ws-reason-input pic x(60) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.

       01 ws-hd-property-id pic 9(6) value 0.
       01 ws-hd-tenant-id pic 9(6) value 0.
       01 ws-monthly-rent pic 9(6)v99 value 0.
       01 ws-week-rent pic 9(6)v99 value 0.
       01 ws-hd-amount pic 9(6)v99 value 0.
       01 ws-hd-days pic 9(4) value 0.
       01 ws-letting-found pic 9 value 0 comp.
       01 ws-tenant-found pic 9 value 0 comp.
       01 ws-already-held pic 9 value 0 comp.
       01 ws-held-id pic 9(6) value 0.
       01 ws-record-found pic 9 value 0 comp.
       01 ws-pick-id pic 9(6) value 0.
       01 ws-outcome-ok pic 9 value 0 comp.
       01 ws-list-count pic 9(4) value 0.
       01 ws-saved-hold-dep pic x(126) value spaces.

      *Keyed dates come in DDMMYYYY and go back as YYYYMMDD.
       01 ws-date-result pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-result.
         03 ws-date-yyyy pic 9999.
         03 ws-date-mm pic 99.
         03 ws-date-dd pic 99.
       01 ws-date-default pic 9(8) value 0.
       01 ws-date-show pic 9(8) value 0.
       01 ws-date-disp pic x(10) value spaces.

       01 ws-amount-disp pic zzz,zz9.99.
       01 ws-limit-disp pic z,zzz,zz9.99.
       01 ws-outcome-disp pic x(20) value spaces.

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
               display "     EAST HOLDING DEPOSITS"
               display "----------------------------------------"
               display "1. TAKE A HOLDING DEPOSIT"
               display "2. RECORD THE OUTCOME"
               display "3. EXTEND THE DEADLINE"
               display "4. HOLDING DEPOSITS ON A LETTING"
               display "5. DEADLINE REPORT"
               display "6. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-TAKE-DEPOSIT
                   when "2"
                       perform PARA-200-RECORD-OUTCOME
                   when "3"
                       perform PARA-300-EXTEND-DEADLINE
                   when "4"
                       perform PARA-400-LIST-FOR-LETTING
                   when "5"
                       call "HoldingDepositSweep"
                       display "Press ENTER to continue."
                       accept ws-menu-input
                   when "6"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * A holding deposit is taken on a letting with its rent set,
      * from a tenant on file, and only once per application while
      * the first is still held.
      *----------------------------------------------------------
       PARA-100-TAKE-DEPOSIT.

           display "Letting property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-hd-property-id

           move 0 to ws-letting-found
           move 0 to ws-monthly-rent
           open input property-file
           perform Check-Property-Open
           move ws-hd-property-id to property-id of property-record
           read property-file
               invalid key
                   display "No property with that reference."
               not invalid key
                   if LISTING-TYPE of property-record not = "L" or
                     PROPERTY-MONTHLY-RENT of property-record = 0
                       display "That property is not a letting with"
                         " a monthly rent on file."
                   else
                       move 1 to ws-letting-found
                       move PROPERTY-MONTHLY-RENT of property-record
                         to ws-monthly-rent
                   end-if
           end-read
           close property-file

           if ws-letting-found = 1
               perform PARA-110-TAKE-TENANT
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-110-TAKE-TENANT.

           display "Tenant ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-hd-tenant-id

           move 0 to ws-tenant-found
           open input tenant-file
           move ws-hd-tenant-id to TENANT-ID
           read tenant-file
               invalid key
                   display "No tenant with that reference."
               not invalid key
                   move 1 to ws-tenant-found
           end-read
           close tenant-file

           if ws-tenant-found = 1
               perform PARA-120-CHECK-ALREADY-HELD
               if ws-already-held = 1
                   display "Holding deposit " ws-held-id
                     " is already held on this application."
               else
                   perform PARA-130-TAKE-AMOUNT
               end-if
           end-if.

       PARA-120-CHECK-ALREADY-HELD.

           move 0 to ws-already-held
           move 0 to ws-held-id
           move 0 to ws-end-of-file
           open input hold-dep-file
           move ws-hd-property-id to HD-PROPERTY-ID
           start hold-dep-file key = HD-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read hold-dep-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if HD-PROPERTY-ID not = ws-hd-property-id
                           move 1 to ws-end-of-file
                       else
                           if HD-TENANT-ID = ws-hd-tenant-id and
                             HD-OUTCOME = space
                               move 1 to ws-already-held
                               move HD-ID to ws-held-id
                               move 1 to ws-end-of-file
                           end-if
                       end-if
           end-perform
           close hold-dep-file.

      *----------------------------------------------------------
      * The cap is one week's rent, a week being a twelfth of a
      * year's rent over 52 - rounded down, so the cap is never
      * exceeded by a penny.
      *----------------------------------------------------------
       PARA-130-TAKE-AMOUNT.

           compute ws-week-rent = ws-monthly-rent * 12 / 52
           move ws-week-rent to ws-amount-disp
           display "One week's rent, the most that may be taken: "
             ws-amount-disp
           display "Amount taken:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-hd-amount

           if ws-hd-amount = 0
               display "The amount is required."
           else
               if ws-hd-amount > ws-week-rent
                   display "That is more than one week's rent - a"
                     " holding deposit is capped at " ws-amount-disp
               else
                   display "Date taken (DDMMYYYY), blank for today:"
                   move function current-date(1:8) to ws-date-default
                   perform PARA-900-TAKE-DATE
                   if ws-date-result = 0
                       display "Date not understood."
                   else
                       perform PARA-150-WRITE-DEPOSIT
                   end-if
               end-if
           end-if.

       PARA-150-WRITE-DEPOSIT.

           move "HOLD-DEP-DAYS" to WS-CONFIG-NAME
           move 15 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-hd-days

           move "HOLDDEP" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize HOLD-DEP-RECORD
           move WS-NEXTID-RESULT to HD-ID
           move ws-hd-property-id to HD-PROPERTY-ID
           move ws-hd-tenant-id to HD-TENANT-ID
           move ws-hd-amount to HD-AMOUNT
           move ws-week-rent to HD-WEEK-RENT
           move ws-date-result to HD-TAKEN-DATE
           compute HD-DEADLINE-DATE = function date-of-integer(
             function integer-of-date(HD-TAKEN-DATE) + ws-hd-days)
           move "N" to HD-EXTENDED
           move space to HD-OUTCOME
           move ws-current-user-id to HD-USER-ID

           open i-o hold-dep-file
           write HOLD-DEP-RECORD
           close hold-dep-file

           move "HOLDDEP" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move HD-PROPERTY-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move HOLD-DEP-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           move HD-DEADLINE-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           display "Holding deposit " HD-ID " taken - refund or apply"
             " it by " ws-date-disp.

      *----------------------------------------------------------
      * Fetches a holding deposit by its reference into the record
      * area; ws-record-found says whether it was there.
      *----------------------------------------------------------
       PARA-180-PICK-DEPOSIT.

           display "Holding deposit reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-id

           move 0 to ws-record-found
           open input hold-dep-file
           move ws-pick-id to HD-ID
           read hold-dep-file
               invalid key
                   display "No holding deposit with that reference."
               not invalid key
                   move 1 to ws-record-found
           end-read
           close hold-dep-file

           if ws-record-found = 1
               perform PARA-190-SHOW-DEPOSIT
           end-if.

       PARA-190-SHOW-DEPOSIT.

           perform PARA-950-OUTCOME-TEXT
           move HD-AMOUNT to ws-amount-disp
           display "Property " HD-PROPERTY-ID "  tenant " HD-TENANT-ID
             "  amount " ws-amount-disp
           move HD-TAKEN-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           display "Taken " ws-date-disp
           move HD-DEADLINE-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           if HD-EXTENDED = "Y"
               display "Deadline " ws-date-disp " (extended by"
                 " agreement)"
           else
               display "Deadline " ws-date-disp
           end-if
           display "Outcome: " ws-outcome-disp
           if HD-RETAIN-REASON not = spaces
               display "Reason: " HD-RETAIN-REASON
           end-if.

      *----------------------------------------------------------
      * One outcome per holding deposit, recorded once. Retaining
      * it needs the written reason; applying it to the tenancy
      * deposit counts it towards that deposit's cap.
      *----------------------------------------------------------
       PARA-200-RECORD-OUTCOME.

           perform PARA-180-PICK-DEPOSIT
           if ws-record-found = 1
               if HD-OUTCOME not = space
                   display "An outcome is already recorded."
               else
                   perform PARA-220-TAKE-OUTCOME
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-220-TAKE-OUTCOME.

           move HOLD-DEP-RECORD to ws-audit-old-value
           move 0 to ws-outcome-ok

           display "Outcome - F applied to first rent, D applied to"
           display "tenancy deposit, R refunded, K retained:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to HD-OUTCOME

           evaluate HD-OUTCOME
               when "F"
                   move 1 to ws-outcome-ok
               when "R"
                   move 1 to ws-outcome-ok
               when "D"
                   perform PARA-230-CHECK-CAP
               when "K"
                   perform PARA-240-TAKE-REASON
               when other
                   display "Outcome must be F, D, R or K."
           end-evaluate

           if ws-outcome-ok = 1
               move function current-date(1:8) to HD-OUTCOME-DATE
               move ws-current-user-id to HD-USER-ID

               open i-o hold-dep-file
               rewrite HOLD-DEP-RECORD
               close hold-dep-file

               move "HOLDDEP" to ws-audit-record-type
               move "AMEND" to ws-audit-action
               move HD-PROPERTY-ID to ws-audit-key
               move HOLD-DEP-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               perform PARA-950-OUTCOME-TEXT
               display "Holding deposit " HD-ID " - "
                 ws-outcome-disp
           end-if.

      *The cap check reads the register itself, so the record
      *being changed is kept aside while it runs.
       PARA-230-CHECK-CAP.

           move HOLD-DEP-RECORD to ws-saved-hold-dep
           move HD-PROPERTY-ID to WS-DCAP-PROPERTY-ID
           move HD-TENANT-ID to WS-DCAP-PAYER-ID
           move HD-AMOUNT to WS-DCAP-AMOUNT
           perform Check-Deposit-Cap
           move ws-saved-hold-dep to HOLD-DEP-RECORD
           if WS-DCAP-OVER = 1
               move WS-DCAP-LIMIT to ws-limit-disp
               display "That would take the tenancy deposit past its"
                 " cap of " ws-limit-disp
           else
               move 1 to ws-outcome-ok
           end-if.

       PARA-240-TAKE-REASON.

           display "Written reason for retaining it:"
           move spaces to ws-reason-input
           accept ws-reason-input
           if ws-reason-input = spaces
               display "A retained holding deposit must have its"
                 " written reason on file."
           else
               move ws-reason-input to HD-RETAIN-REASON
               move 1 to ws-outcome-ok
           end-if.

      *----------------------------------------------------------
      * The deadline only moves later, and only by agreement with
      * the tenant - the record is flagged so the register shows
      * it was not the statutory date.
      *----------------------------------------------------------
       PARA-300-EXTEND-DEADLINE.

           perform PARA-180-PICK-DEPOSIT
           if ws-record-found = 1
               if HD-OUTCOME not = space
                   display "An outcome is already recorded."
               else
                   perform PARA-320-TAKE-NEW-DEADLINE
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-320-TAKE-NEW-DEADLINE.

           display "New deadline agreed in writing (DDMMYYYY):"
           move 0 to ws-date-default
           perform PARA-900-TAKE-DATE
           if ws-date-result = 0
               display "Date not understood."
           else
               if ws-date-result not > HD-DEADLINE-DATE
                   display "The new deadline must be later than the"
                     " one it replaces."
               else
                   move HOLD-DEP-RECORD to ws-audit-old-value
                   move ws-date-result to HD-DEADLINE-DATE
                   move "Y" to HD-EXTENDED

                   open i-o hold-dep-file
                   rewrite HOLD-DEP-RECORD
                   close hold-dep-file

                   move "HOLDDEP" to ws-audit-record-type
                   move "EXTEND" to ws-audit-action
                   move HD-PROPERTY-ID to ws-audit-key
                   move HOLD-DEP-RECORD to ws-audit-new-value
                   perform Write-Audit-Log

                   move HD-DEADLINE-DATE to ws-date-show
                   perform PARA-920-SHOW-DATE
                   display "Deadline extended to " ws-date-disp
               end-if
           end-if.

       PARA-400-LIST-FOR-LETTING.

           display "Letting property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-hd-property-id

           display "REF    TENANT AMOUNT     DEADLINE   OUTCOME"
           move 0 to ws-list-count
           move 0 to ws-end-of-file
           open input hold-dep-file
           move ws-hd-property-id to HD-PROPERTY-ID
           start hold-dep-file key = HD-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read hold-dep-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if HD-PROPERTY-ID not = ws-hd-property-id
                           move 1 to ws-end-of-file
                       else
                           perform PARA-450-LIST-LINE
                       end-if
           end-perform
           close hold-dep-file

           if ws-list-count = 0
               display "No holding deposits on that letting."
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-450-LIST-LINE.

           add 1 to ws-list-count
           perform PARA-950-OUTCOME-TEXT
           move HD-AMOUNT to ws-amount-disp
           move HD-DEADLINE-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           display HD-ID " " HD-TENANT-ID " " ws-amount-disp " "
             ws-date-disp " " ws-outcome-disp.

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

       PARA-950-OUTCOME-TEXT.

           evaluate HD-OUTCOME
               when "F"
                   move "APPLIED TO RENT" to ws-outcome-disp
               when "D"
                   move "APPLIED TO DEPOSIT" to ws-outcome-disp
               when "R"
                   move "REFUNDED" to ws-outcome-disp
               when "K"
                   move "RETAINED" to ws-outcome-disp
               when other
                   move "HELD" to ws-outcome-disp
           end-evaluate.

       copy "DepositCapCheck.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "ReadConfigValue.cpy".

       copy "MainFileOpenCheck.cpy".

       end program HoldingDeposit.
