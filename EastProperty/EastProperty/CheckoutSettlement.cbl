      *     and transferred for the property and paying tenant), the
      *     rent arrears deduction is pulled automatically from the
      *     property's unpaid RENT-DUE records, damage/cleaning/
      *     other are keyed, and the refund computed. The checkout
      *     meter readings are taken at the same time and the
      *     change-of-occupier notice queued (MeterReadingWrite.cpy).
      *     Where the tenancy has a check-in inventory (Inventory.cbl)
      *     each line is presented for its check-out condition and
      *     cleanliness and the charge for anything left worse, and
      *     the damage and cleaning deductions are those charges
      *     totalled rather than bare keyed figures.
      *  2. Post a settlement - writes the tenant's "O" refund and
      *     the deduction transfer "T" to DEPOSIT-FILE in one step,
      *     stamps the arrears periods settled, and marks the
      *     the sheet.
      *  3. Print the settlement statement to a date-stamped
      *     SETTSTMT dataset for the tenant - the itemised sheet
      *     that ends most of the arguments - with the side-by-side
      *     check-in/check-out comparison behind the damage and
      *     cleaning figures on a CONDCMP dataset for the deposit
      *     scheme's adjudicator.
      *The tenant's settlement statement carries the letterhead of
      *the property's branch (LetterheadLines.cbl) as its header and
      *footer.
      *A settlement built at checkout marks the property's alarm and
      *key safe codes due a change, the outgoing tenant knowing
      *them, and tasks the negotiator with it (AccessChange.cbl).
      *A settlement refunding a tenant, or transferring to a
      *landlord, held on sanctions/PEP screening is not posted
      *(SanctionsOwnerCheck.cpy).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. CheckoutSettlement.
       copy "configfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "tenancypartyfile.cpy".
       copy "notifyqueuefile.cpy".
       copy "meterfile.cpy".
       copy "inventoryfile.cpy".
       copy "jointownerfile.cpy".
       copy "sancmatchfile.cpy".

           select optional settlement-stmt-file assign to
               ws-stmt-name
               organization is line sequential.

           select optional condition-cmp-file assign to
               ws-cmp-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "configrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "tenancypartyrecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "meterrecord.cpy".
       copy "inventoryrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "sancmatchrecord.cpy".

       FD settlement-stmt-file.
       01 settlement-stmt-line pic x(90).

       FD condition-cmp-file.
       01 condition-cmp-line pic x(100).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-config.cpy".
       copy "ws-settcomplete.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-meter.cpy".
       copy "ws-inventory.cpy".
       copy "ws-letterhead.cpy".
       copy "ws-accesschg.cpy".
       copy "ws-sanccheck.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-menu-input pic x value space.
       01 ws-stmt-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-in-input pic x(12) value spaces.
       01 ws-print-ok pic 9 value 0 comp.
       01 ws-amount-disp pic z,zzz,zz9.99.
       01 ws-held-disp pic -(7)9.99.
       01 ws-sett-tenancy-end.
         03 ws-sett-end-day pic 99 value 0.
         03 ws-sett-end-month pic 99 value 0.
         03 ws-sett-end-year pic 9999 value 0.
       01 ws-read-date-input pic x(8) value spaces.
       01 ws-sett-tenancy-start pic 9(8) value 0.
       01 ws-cmp-name pic x(20) value spaces.
       01 ws-inv-lines pic 99 value 0.
       01 ws-inv-damage pic 9(6)v99 value 0.
       01 ws-inv-cleaning pic 9(6)v99 value 0.
       01 ws-in-cond-rank pic 9 value 0.
       01 ws-in-clean-rank pic 9 value 0.
       01 ws-code-input pic x value space.
       01 ws-note-input pic x(30) value spaces.
       01 ws-in-words pic x(13) value spaces.
       01 ws-out-words pic x(13) value spaces.
       01 ws-charge-disp pic zz,zz9.99.
       01 ws-clean-charge-disp pic zz,zz9.99.

       procedure division.

                       move 1 to ws-prop-found
                       move PROPERTY-TENANT-ID of property-record
                         to ws-sett-tenant-id
                       move TENANCY-END-DAY of property-record to
                         ws-sett-end-day
                       move TENANCY-END-MONTH of property-record to
                         ws-sett-end-month
                       move TENANCY-END-YEAR of property-record to
                         ws-sett-end-year
                       compute ws-sett-tenancy-start =
                         (TENANCY-START-YEAR of property-record
                           * 10000) +
                         (TENANCY-START-MONTH of property-record
                           * 100) +
                         TENANCY-START-DAY of property-record
               end-read
               close property-file

           display "Rent arrears pulled automatically:  "
             ws-amount-disp

           perform PARA-130-CHECKOUT-INVENTORY

           if ws-inv-lines > 0
               move ws-inv-damage to SETT-DED-DAMAGE
               move ws-inv-cleaning to SETT-DED-CLEANING
               move ws-inv-damage to ws-amount-disp
               display "Damage from the inventory:          "
                 ws-amount-disp
               move ws-inv-cleaning to ws-amount-disp
               display "Cleaning from the inventory:        "
                 ws-amount-disp
           else
               display "No check-in inventory for this tenancy."
               display "Damage deduction (0 for none):"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to SETT-DED-DAMAGE

               display "Cleaning deduction (0 for none):"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 SETT-DED-CLEANING
           end-if

           display "Other deduction (0 for none):"
           move spaces to ws-in-input
           move SETTLEMENT-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-150-CAPTURE-CHECKOUT-METERS

           move ws-sett-property-id to WS-ACCCHG-PROPERTY-ID
           move "T" to WS-ACCCHG-EVENT
           call "AccessChange" using WS-ACCCHG
           if WS-ACCCHG-FLAGGED = 1
               display "Tenancy ended - the alarm and key safe codes"
                 " are due a change."
               if WS-ACCCHG-TASK-ID not = 0
                   display "Task " WS-ACCCHG-TASK-ID
                     " raised to have them changed."
               end-if
           end-if

           move SETT-REFUND to ws-amount-disp
           display "Settlement " SETT-ID " built - refund "
             ws-amount-disp
           display "Press ENTER to return."
           accept ws-continue.

      *----------------------------------------------------------
      * The check-out walk-round against the check-in inventory:
      * every line is shown as it was let, its check-out state is
      * keyed (blank = as at check-in), and only an item left in a
      * worse condition or dirtier than it was let can carry a
      * charge. Each line is stamped with this settlement, so the
      * comparison printed later shows exactly what was charged.
      *----------------------------------------------------------
       PARA-130-CHECKOUT-INVENTORY.

           move 0 to ws-inv-lines
           move 0 to ws-inv-damage
           move 0 to ws-inv-cleaning
           move 0 to ws-end-of-file

           open i-o inventory-file
           move ws-sett-property-id to INV-PROPERTY-ID
           move ws-sett-tenancy-start to INV-TENANCY-START
           move 0 to INV-SEQ
           start inventory-file key not < INV-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read inventory-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if INV-PROPERTY-ID not = ws-sett-property-id
                         or INV-TENANCY-START not =
                         ws-sett-tenancy-start
                           move 1 to ws-end-of-file
                       else
                           if ws-inv-lines = 0
                               display "Check-out against the"
                                 " check-in inventory:"
                           end-if
                           add 1 to ws-inv-lines
                           perform PARA-135-CHECK-OUT-ONE-LINE
                           rewrite INVENTORY-RECORD
                       end-if
           end-perform
           close inventory-file.

       PARA-135-CHECK-OUT-ONE-LINE.

           move INV-IN-CONDITION to WS-INV-COND-CODE
           move INV-IN-CLEAN to WS-INV-CLEAN-CODE
           perform Describe-Inventory-Condition
           move WS-INV-COND-RANK to ws-in-cond-rank
           move WS-INV-CLEAN-RANK to ws-in-clean-rank
           display " "
           display INV-SEQ " " INV-ROOM-NAME " " INV-ITEM
             " - LET " WS-INV-COND-WORD " / " WS-INV-CLEAN-WORD

           display "Condition now - G/F/P/D (blank = as let):"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to ws-code-input
           if ws-code-input = "G" or "F" or "P" or "D"
               move ws-code-input to INV-OUT-CONDITION
           else
               move INV-IN-CONDITION to INV-OUT-CONDITION
           end-if

           display "Cleanliness now - C/F/D (blank = as let):"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to ws-code-input
           if ws-code-input = "C" or "F" or "D"
               move ws-code-input to INV-OUT-CLEAN
           else
               move INV-IN-CLEAN to INV-OUT-CLEAN
           end-if

           move INV-OUT-CONDITION to WS-INV-COND-CODE
           move INV-OUT-CLEAN to WS-INV-CLEAN-CODE
           perform Describe-Inventory-Condition

           move 0 to INV-DAMAGE-CHARGE
           move 0 to INV-CLEANING-CHARGE
           if WS-INV-COND-RANK > ws-in-cond-rank
               display "Worse than let - damage charge for this"
                 " item:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 INV-DAMAGE-CHARGE
           end-if
           if WS-INV-CLEAN-RANK > ws-in-clean-rank
               display "Dirtier than let - cleaning charge for this"
                 " item:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 INV-CLEANING-CHARGE
           end-if

           move spaces to INV-OUT-NOTE
           if WS-INV-COND-RANK > ws-in-cond-rank or
             WS-INV-CLEAN-RANK > ws-in-clean-rank
               display "Note (what is wrong):"
               move spaces to ws-note-input
               accept ws-note-input
               move function upper-case(ws-note-input) to
                 INV-OUT-NOTE
           end-if

           move SETT-ID to INV-SETT-ID
           add INV-DAMAGE-CHARGE to ws-inv-damage
           add INV-CLEANING-CHARGE to ws-inv-cleaning.

      *----------------------------------------------------------
      * The closing meter readings, read at the checkout. The
      * tenants named on the notice are the ones linked to the
      * tenancy now, before anyone is unlinked; the occupier
      * changes on the tenancy end date where one is keyed,
      * otherwise on the day the meters are read.
      *----------------------------------------------------------
       PARA-150-CAPTURE-CHECKOUT-METERS.

           display "Checkout meter readings - 0 where not read."
           display "Gas reading:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to WS-MTR-GAS

           display "Electricity reading:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to WS-MTR-ELEC

           display "Water reading:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to WS-MTR-WATER

           display "Date read (DDMMYYYY, blank for today):"
           move spaces to ws-read-date-input
           accept ws-read-date-input
           if ws-read-date-input is numeric
               move ws-read-date-input(1:2) to WS-MTR-READ-DAY
               move ws-read-date-input(3:2) to WS-MTR-READ-MONTH
               move ws-read-date-input(5:4) to WS-MTR-READ-YEAR
           end-if

           move ws-sett-property-id to WS-MTR-PROPERTY-ID
           move "O" to WS-MTR-EVENT
           move ws-sett-tenant-id to WS-MTR-LEAD-TENANT-ID
           if ws-sett-end-year not = 0
               move ws-sett-tenancy-end to WS-MTR-OCCUPIER-DATE
           end-if
           perform Write-Meter-Reading

           move "METER" to ws-audit-record-type
           move "CHKOUT" to ws-audit-action
           move ws-sett-property-id to ws-audit-key
           move spaces to ws-audit-old-value
           move METER-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           display "Meter reading " WS-MTR-ID " recorded - change of"
             " occupier notice queued.".

      *----------------------------------------------------------
      * What the client account actually holds for this tenancy:
      * money in, less refunds out and transfers, for the property
                               move 1 to ws-post-ok
                       end-evaluate
               end-read
               if ws-post-ok = 1
                   perform PARA-420-CHECK-SANCTIONS-HOLD
               end-if
               if ws-post-ok = 1
                   perform PARA-450-POST-MOVEMENTS
               end-if
               close settlement-file
           end-if.

      *----------------------------------------------------------
      * No client-account money to a party held on sanctions/PEP
      * screening: the refund goes to the tenant, the deductions
      * to the landlord and any joint owners.
      *----------------------------------------------------------
       PARA-420-CHECK-SANCTIONS-HOLD.

           move 0 to WS-SCHK-HELD
           if SETT-REFUND not = 0
               move "O" to WS-SCHK-MOVEMENT
               move SETT-PROPERTY-ID to WS-SCHK-PROPERTY-ID
               move SETT-TENANT-ID to WS-SCHK-PAYER-ID
               perform Check-Sanctions-Movement
           end-if
           if WS-SCHK-HELD = 0 and SETT-DEPOSIT-HELD > SETT-REFUND
               move "T" to WS-SCHK-MOVEMENT
               move SETT-PROPERTY-ID to WS-SCHK-PROPERTY-ID
               perform Check-Sanctions-Movement
           end-if
           if WS-SCHK-HELD = 1
               move 0 to ws-post-ok
               display WS-SCHK-HELD-NAME " is held on sanctions/PEP"
                 " screening - settlement not posted."
           end-if.

       PARA-450-POST-MOVEMENTS.

           compute ws-deductions = SETT-DED-DAMAGE +
           move function current-date(1:8) to ws-date-stamp
           string "SETTSTMT.", ws-date-stamp into ws-stmt-name

           move 0 to WS-LHEAD-BRANCH-ID
           open input property-file
           perform Check-Property-Open
           move SETT-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   move PROPERTY-BRANCH-ID of property-record to
                     WS-LHEAD-BRANCH-ID
           end-read
           close property-file
           call "LetterheadLines" using WS-LHEAD

           open extend settlement-stmt-file

           move all "=" to settlement-stmt-line
           write settlement-stmt-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 settlement-stmt-line
               write settlement-stmt-line
           end-perform
           move all "-" to settlement-stmt-line
           write settlement-stmt-line
           move spaces to settlement-stmt-line
           string "CHECKOUT SETTLEMENT ", SETT-ID, " - PROPERTY ",
             SETT-PROPERTY-ID, " TENANT ", SETT-TENANT-ID into
               write settlement-stmt-line
           end-if

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to settlement-stmt-line
               write settlement-stmt-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 settlement-stmt-line
               write settlement-stmt-line
           end-perform

           move all "=" to settlement-stmt-line
           write settlement-stmt-line

           close settlement-stmt-file

           perform PARA-650-WRITE-COMPARISON

           display "Statement written to " ws-stmt-name
           display "Press ENTER to return."
           accept ws-continue.

      *----------------------------------------------------------
      * The adjudicator's evidence: every inventory line charged to
      * this settlement, check-in beside check-out, with the charge
      * each carries and the totals set against the settlement's
      * damage and cleaning deductions. A settlement built without
      * an inventory says so rather than printing an empty sheet.
      *----------------------------------------------------------
       PARA-650-WRITE-COMPARISON.

           move function current-date(1:8) to ws-date-stamp
           string "CONDCMP.", ws-date-stamp into ws-cmp-name

           open extend condition-cmp-file

           move all "=" to condition-cmp-line
           write condition-cmp-line
           move spaces to condition-cmp-line
           string "SCHEDULE OF CONDITION - CHECK-IN AGAINST ",
             "CHECK-OUT - SETTLEMENT ", SETT-ID, " PROPERTY ",
             SETT-PROPERTY-ID into condition-cmp-line
           write condition-cmp-line
           move all "-" to condition-cmp-line
           write condition-cmp-line
           move spaces to condition-cmp-line
           string "SEQ ROOM            ITEM                 ",
             "CHECK-IN      CHECK-OUT        DAMAGE  CLEANING"
             into condition-cmp-line
           write condition-cmp-line

           move 0 to ws-inv-lines
           move 0 to ws-inv-damage
           move 0 to ws-inv-cleaning
           move 0 to ws-end-of-file
           open input inventory-file
           move SETT-PROPERTY-ID to INV-PROPERTY-ID
           move 0 to INV-TENANCY-START
           move 0 to INV-SEQ
           start inventory-file key not < INV-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read inventory-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if INV-PROPERTY-ID not = SETT-PROPERTY-ID
                           move 1 to ws-end-of-file
                       else
                           if INV-SETT-ID = SETT-ID
                               perform PARA-660-WRITE-ONE-LINE
                           end-if
                       end-if
           end-perform
           close inventory-file

           move all "-" to condition-cmp-line
           write condition-cmp-line
           if ws-inv-lines = 0
               move "NO CHECK-IN INVENTORY WAS TAKEN FOR THIS TENANCY"
                 to condition-cmp-line
               write condition-cmp-line
           else
               move ws-inv-damage to ws-amount-disp
               move SETT-DED-DAMAGE to ws-charge-disp
               move spaces to condition-cmp-line
               string "ITEMISED DAMAGE   ", ws-amount-disp,
                 "   SETTLEMENT DAMAGE DEDUCTION   ", ws-charge-disp
                 into condition-cmp-line
               write condition-cmp-line
               move ws-inv-cleaning to ws-amount-disp
               move SETT-DED-CLEANING to ws-charge-disp
               move spaces to condition-cmp-line
               string "ITEMISED CLEANING ", ws-amount-disp,
                 "   SETTLEMENT CLEANING DEDUCTION ", ws-charge-disp
                 into condition-cmp-line
               write condition-cmp-line
           end-if
           move all "=" to condition-cmp-line
           write condition-cmp-line

           close condition-cmp-file

           display "Condition comparison written to " ws-cmp-name.

       PARA-660-WRITE-ONE-LINE.

           add 1 to ws-inv-lines
           add INV-DAMAGE-CHARGE to ws-inv-damage
           add INV-CLEANING-CHARGE to ws-inv-cleaning

           move INV-IN-CONDITION to WS-INV-COND-CODE
           move INV-IN-CLEAN to WS-INV-CLEAN-CODE
           perform Describe-Inventory-Condition
           move spaces to ws-in-words
           string WS-INV-COND-WORD delimited by space, "/",
             WS-INV-CLEAN-WORD delimited by space into ws-in-words

           move INV-OUT-CONDITION to WS-INV-COND-CODE
           move INV-OUT-CLEAN to WS-INV-CLEAN-CODE
           perform Describe-Inventory-Condition
           move spaces to ws-out-words
           string WS-INV-COND-WORD delimited by space, "/",
             WS-INV-CLEAN-WORD delimited by space into ws-out-words

           move INV-DAMAGE-CHARGE to ws-charge-disp
           move INV-CLEANING-CHARGE to ws-clean-charge-disp
           move spaces to condition-cmp-line
           string INV-SEQ, "  ", INV-ROOM-NAME, " ", INV-ITEM, " ",
             ws-in-words, " ", ws-out-words, " ", ws-charge-disp,
             " ", ws-clean-charge-disp into condition-cmp-line
           write condition-cmp-line

           if INV-IN-NOTE not = spaces or INV-OUT-NOTE not = spaces
               move spaces to condition-cmp-line
               string "      LET: ", INV-IN-NOTE, "  OUT: ",
                 INV-OUT-NOTE into condition-cmp-line
               write condition-cmp-line
           end-if.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "ReadConfigValue.cpy".
       copy "SettlementComplete.cpy".
       copy "NotifyQueueWrite.cpy".
       copy "MeterReadingWrite.cpy".
       copy "InventoryCondition.cpy".
       copy "SanctionsCheck.cpy".
       copy "SanctionsOwnerCheck.cpy".

       copy "MainFileOpenCheck.cpy".

