      *AGENCYSHARE.cbl
      *Joint-agency and sub-agency fee sharing - the instructions we
      *share with another agent on a joint sole agency basis, and
      *the sales where a sub-agent in another town introduced the
      *buyer. Until now CommissionInvoicing.cbl assumed the whole
      *fee was ours. Reached from the Office menu:
      *  1. Record, change or remove the agency arrangement on a
      *     property - the other agent, the basis (J joint sole
      *     agency, U sub-agency) and their percentage of the net
      *     fee. A joint sole agency marks the instruction terms
      *     TERMS-BASIS J.
      *  2. The arrangement on a property, with the fee shares
      *     raised against it.
      *  3. Pay an agent their share (manager) - marks the payable
      *     paid on the date, refused inside a closed banking day.
      *  4. Unpaid fee shares - every share still owed, by agent,
      *     to a date-stamped AGENTPAY dataset on the print spool.
      *The payable itself is raised by CommissionInvoicing.cbl as it
      *invoices the vendor the full fee; NominalExport.cbl posts it
      *and its payment. When Appraisal.cbl files joint sole agency
      *terms it hands the new property over in the
      *AGENCY-SHARE-PROPERTY environment setting, and the
      *arrangement is captured there and then with no menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AgencyShare.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "agencyfile.cpy".
       copy "agentpayfile.cpy".
       copy "propertyfile.cpy".
       copy "termsfile.cpy".
       copy "dayclosefile.cpy".
       copy "auditfile.cpy".

           select optional agency-report-file assign to
               ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "agencyrecord.cpy".
       copy "agentpayrecord.cpy".
       copy "propertyrecord.cpy".
       copy "termsrecord.cpy".
       copy "daycloserecord.cpy".
       copy "auditrecord.cpy".

       FD agency-report-file.
       01 agency-report-line pic x(100).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-dayclose.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(25) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-handoff-input pic x(6) value spaces.
       01 ws-agy-property-id pic 9(6) value 0.
       01 ws-property-found pic 9 value 0 comp.
       01 ws-agy-found pic 9 value 0 comp.
       01 ws-keyed-ok pic 9 value 0 comp.
       01 ws-pick-id pic 9(6) value 0.
       01 ws-payables-raised pic 9(4) value 0.

       01 ws-basis-disp pic x(18) value spaces.
       01 ws-pct-disp pic z9.99.
       01 ws-money-disp pic z,zzz,zz9.99.
       01 ws-report-count pic 9(4) value 0.
       01 ws-report-total pic 9(9)v99 value 0.
       01 ws-status-disp pic x(6) value spaces.

      *The unpaid report groups the shares by agent, name order.
       01 ws-agent-count pic 9(3) value 0 comp.
       01 ws-agent-idx pic 9(3) value 0 comp.
       01 ws-agent-table occurs 100 times.
         03 at-agent-name pic x(25).
         03 at-total pic 9(9)v99.

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

           display "AGENCY-SHARE-PROPERTY" upon environment-name
           move spaces to ws-handoff-input
           accept ws-handoff-input from environment-value
           if ws-handoff-input not = spaces
               move function numval(ws-handoff-input) to
                 ws-agy-property-id
               perform PARA-110-READ-ARRANGEMENT
               if ws-agy-found = 0
                   initialize AGENCY-RECORD
                   move ws-agy-property-id to AGY-PROPERTY-ID
                   move "J" to AGY-BASIS
                   perform PARA-150-TAKE-AGENT
                   if ws-keyed-ok = 1
                       perform PARA-180-SAVE-ARRANGEMENT
                   end-if
               end-if
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST JOINT AND SUB-AGENCY FEES"
               display "----------------------------------------"
               display "1. RECORD OR CHANGE AN ARRANGEMENT"
               display "2. ARRANGEMENT ON A PROPERTY"
               display "3. PAY AN AGENT"
               display "4. UNPAID FEE SHARES"
               display "5. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-RECORD-ARRANGEMENT
                   when "2"
                       perform PARA-200-SHOW-ARRANGEMENT
                   when "3"
                       perform PARA-300-PAY-AGENT
                   when "4"
                       perform PARA-400-UNPAID-REPORT
                   when "5"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * One arrangement per property. A change is not carried back
      * to a share already raised - that went out at the split in
      * force on the day the fee was invoiced.
      *----------------------------------------------------------
       PARA-100-RECORD-ARRANGEMENT.

           display "Property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-agy-property-id

           move 0 to ws-property-found
           open input property-file
           perform Check-Property-Open
           move ws-agy-property-id to property-id of property-record
           read property-file
               invalid key
                   display "No property with that reference."
               not invalid key
                   move 1 to ws-property-found
                   display "Property: " PROPERTY-AL1 " "
                     PROPERTY-POSTCODE
           end-read
           close property-file

           if ws-property-found = 1
               perform PARA-110-READ-ARRANGEMENT
               if ws-agy-found = 1
                   perform PARA-250-DESCRIBE-ARRANGEMENT
                   perform PARA-120-CHANGE-OR-REMOVE
               else
                   initialize AGENCY-RECORD
                   move ws-agy-property-id to AGY-PROPERTY-ID
                   perform PARA-140-TAKE-BASIS
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-110-READ-ARRANGEMENT.

           move 0 to ws-agy-found
           open input agency-file
           move ws-agy-property-id to AGY-PROPERTY-ID
           read agency-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-agy-found
           end-read
           close agency-file.

       PARA-120-CHANGE-OR-REMOVE.

           perform PARA-130-COUNT-PAYABLES
           if ws-payables-raised not = 0
               display "NOTE - " ws-payables-raised " share(s) already"
                 " raised stay at the split they were raised at."
           end-if

           display "(C)hange or (R)emove the arrangement?"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to ws-continue
           move AGENCY-RECORD to ws-audit-old-value

           evaluate ws-continue
               when "C"
                   perform PARA-140-TAKE-BASIS
               when "R"
                   open i-o agency-file
                   delete agency-file record
                   close agency-file

                   move "AGENCY" to ws-audit-record-type
                   move "DELETE" to ws-audit-action
                   move AGY-PROPERTY-ID to ws-audit-key
                   move spaces to ws-audit-new-value
                   perform Write-Audit-Log

                   display "Arrangement removed - future invoices on"
                     " this property are all ours."
               when other
                   display "Nothing changed."
           end-evaluate.

       PARA-130-COUNT-PAYABLES.

           move 0 to ws-payables-raised
           move 0 to ws-end-of-file
           open input agent-pay-file
           move ws-agy-property-id to APAY-PROPERTY-ID
           start agent-pay-file key = APAY-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read agent-pay-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if APAY-PROPERTY-ID not = ws-agy-property-id
                           move 1 to ws-end-of-file
                       else
                           add 1 to ws-payables-raised
                       end-if
           end-perform
           close agent-pay-file.

       PARA-140-TAKE-BASIS.

           display "(J)oint sole agency or (U) sub-agency:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input(1:1)) to AGY-BASIS

           if AGY-BASIS not = "J" and AGY-BASIS not = "U"
               display "Basis not understood - nothing saved."
           else
               perform PARA-150-TAKE-AGENT
               if ws-keyed-ok = 1
                   perform PARA-180-SAVE-ARRANGEMENT
               end-if
           end-if.

       PARA-150-TAKE-AGENT.

           move 0 to ws-keyed-ok

           if AGY-BASIS = "J"
               display "Joint agent's name:"
           else
               display "Sub-agent's name:"
           end-if
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to
                 AGY-AGENT-NAME
           end-if

           display "Agent's address line:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to
                 AGY-AGENT-AL1
           end-if

           display "Agent's postcode:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to
                 AGY-AGENT-POSTCODE
           end-if

           display "Agent's phone:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move ws-in-input to AGY-AGENT-PHONE
           end-if

           display "Their percentage of the net fee (e.g. 40.00):"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to AGY-SHARE-PCT
           end-if

           if AGY-AGENT-NAME = spaces
               display "The other agent's name is required."
           else
               if AGY-SHARE-PCT = 0 or AGY-SHARE-PCT > 99
                   display "The share must be between 0 and 100"
                     " percent."
               else
                   move 1 to ws-keyed-ok
               end-if
           end-if.

       PARA-180-SAVE-ARRANGEMENT.

           move function current-date(1:8) to AGY-AGREED-DATE
           move ws-current-user-id to AGY-USER-ID

           open i-o agency-file
           write AGENCY-RECORD
               invalid key
                   rewrite AGENCY-RECORD
           end-write
           close agency-file

           move "AGENCY" to ws-audit-record-type
           if ws-agy-found = 1
               move "AMEND" to ws-audit-action
           else
               move "ADD" to ws-audit-action
               move spaces to ws-audit-old-value
           end-if
           move AGY-PROPERTY-ID to ws-audit-key
           move AGENCY-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           if AGY-BASIS = "J"
               perform PARA-190-MARK-TERMS-JOINT
           end-if

           move AGY-SHARE-PCT to ws-pct-disp
           display "Arrangement saved - " AGY-AGENT-NAME " takes "
             ws-pct-disp "% of the net fee.".

      *A joint sole agency is the basis the vendor signed, so the
      *instruction terms say so too.
       PARA-190-MARK-TERMS-JOINT.

           open i-o terms-file
           move AGY-PROPERTY-ID to TERMS-PROPERTY-ID
           read terms-file
               invalid key
                   continue
               not invalid key
                   if TERMS-BASIS not = "J"
                       move "J" to TERMS-BASIS
                       rewrite TERMS-RECORD
                       display "Instruction terms marked joint sole"
                         " agency."
                   end-if
           end-read
           close terms-file.

      *----------------------------------------------------------
      * The arrangement on one property and every share raised
      * against it.
      *----------------------------------------------------------
       PARA-200-SHOW-ARRANGEMENT.

           display "Property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-agy-property-id

           perform PARA-110-READ-ARRANGEMENT
           if ws-agy-found = 0
               display "No agency arrangement on that property - the"
                 " fee is all ours."
           else
               perform PARA-250-DESCRIBE-ARRANGEMENT
           end-if

           display " "
           display "SHARE  INVOICE RAISED           NET      GROSS"
             "  STATUS"
           move 0 to ws-end-of-file
           open input agent-pay-file
           move ws-agy-property-id to APAY-PROPERTY-ID
           start agent-pay-file key = APAY-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read agent-pay-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if APAY-PROPERTY-ID not = ws-agy-property-id
                           move 1 to ws-end-of-file
                       else
                           perform PARA-260-PAYABLE-LINE
                       end-if
           end-perform
           close agent-pay-file

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-250-DESCRIBE-ARRANGEMENT.

           if AGY-BASIS = "J"
               move "JOINT SOLE AGENCY" to ws-basis-disp
           else
               move "SUB-AGENCY" to ws-basis-disp
           end-if
           move AGY-SHARE-PCT to ws-pct-disp
           display "Property " AGY-PROPERTY-ID " " ws-basis-disp
             " with " AGY-AGENT-NAME
           display "  " AGY-AGENT-AL1 " " AGY-AGENT-POSTCODE " TEL "
             AGY-AGENT-PHONE
           display "  Their share " ws-pct-disp "% of the net fee,"
             " agreed " AGY-AGREED-DATE(7:2) "/" AGY-AGREED-DATE(5:2)
             "/" AGY-AGREED-DATE(1:4).

       PARA-260-PAYABLE-LINE.

           if APAY-STATUS = "P"
               move "PAID" to ws-status-disp
           else
               move "UNPAID" to ws-status-disp
           end-if
           move APAY-NET to ws-money-disp
           display APAY-ID " " APAY-INVOICE-NO "  " APAY-RAISED-DAY
             "/" APAY-RAISED-MONTH "/" APAY-RAISED-YEAR " "
             ws-money-disp " " APAY-GROSS " " ws-status-disp.

      *----------------------------------------------------------
      * Paying the other agent is money out of the office account,
      * so it is a manager's job and a closed banking day stays
      * closed.
      *----------------------------------------------------------
       PARA-300-PAY-AGENT.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "Paying agents is manager-only."
           else
               perform PARA-310-TAKE-PAYABLE
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-310-TAKE-PAYABLE.

           display "Fee share number to pay:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-id

           open i-o agent-pay-file
           move ws-pick-id to APAY-ID
           read agent-pay-file
               invalid key
                   display "No fee share with that number."
               not invalid key
                   if APAY-STATUS = "P"
                       display "Fee share " APAY-ID
                         " is already paid."
                   else
                       perform PARA-320-PAY-ONE
                   end-if
           end-read
           close agent-pay-file.

       PARA-320-PAY-ONE.

           move APAY-GROSS to ws-money-disp
           display APAY-AGENT-NAME " - " ws-money-disp " on property "
             APAY-PROPERTY-ID
           display "Paid date (DDMMYYYY), or blank for today:"
           move spaces to ws-in-input
           accept ws-in-input

           if ws-in-input not = spaces
               move ws-in-input(1:2) to APAY-PAID-DAY
               move ws-in-input(3:2) to APAY-PAID-MONTH
               move ws-in-input(5:4) to APAY-PAID-YEAR
           else
               move function current-date(7:2) to APAY-PAID-DAY
               move function current-date(5:2) to APAY-PAID-MONTH
               move function current-date(1:4) to APAY-PAID-YEAR
           end-if

           compute WS-DC-CHECK-DATE =
             (APAY-PAID-YEAR * 10000) + (APAY-PAID-MONTH * 100) +
             APAY-PAID-DAY
           perform Check-Day-Closed
           if WS-DC-CLOSED = 1
               display "That day is closed - manager must reopen it"
                 " first."
           else
               move AGENT-PAY-RECORD to ws-audit-old-value
               move "P" to APAY-STATUS
               move ws-current-user-id to APAY-USER-ID
               rewrite AGENT-PAY-RECORD

               move "AGENTPAY" to ws-audit-record-type
               move "PAID" to ws-audit-action
               move APAY-ID to ws-audit-key
               move AGENT-PAY-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               display "Fee share " APAY-ID " marked paid."
           end-if.

      *----------------------------------------------------------
      * Every share still owed, with a total per agent at the
      * foot so each agent's remittance can be made in one.
      *----------------------------------------------------------
       PARA-400-UNPAID-REPORT.

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "AGENTPAY.", ws-date-stamp into ws-report-name

           open extend agency-report-file
           move all "=" to agency-report-line
           write agency-report-line
           move "AGENT FEE SHARES UNPAID" to agency-report-line
           write agency-report-line
           display agency-report-line
           move "SHARE  PROPERTY INVOICE AGENT                     RA"
             & "ISED            NET      GROSS" to agency-report-line
           write agency-report-line
           display agency-report-line

           move 0 to ws-report-count
           move 0 to ws-report-total
           move 0 to ws-agent-count
           move 0 to ws-end-of-file
           open input agent-pay-file
           perform until ws-end-of-file = 1
               read agent-pay-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if APAY-STATUS not = "P"
                           perform PARA-450-UNPAID-LINE
                       end-if
           end-perform
           close agent-pay-file

           move all "-" to agency-report-line
           write agency-report-line
           perform varying ws-agent-idx from 1 by 1
             until ws-agent-idx > ws-agent-count
               move at-total(ws-agent-idx) to ws-money-disp
               move spaces to agency-report-line
               string "  OWED TO ", at-agent-name(ws-agent-idx), " ",
                 ws-money-disp delimited by size into
                 agency-report-line
               write agency-report-line
               display agency-report-line
           end-perform

           move all "=" to agency-report-line
           write agency-report-line
           move ws-report-total to ws-money-disp
           move spaces to agency-report-line
           string ws-report-count, " SHARE(S) UNPAID TOTALLING ",
             ws-money-disp delimited by size into agency-report-line
           write agency-report-line
           display agency-report-line
           close agency-report-file

           move "AGENT FEE SHARES" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-450-UNPAID-LINE.

           move APAY-NET to ws-money-disp
           move spaces to agency-report-line
           string APAY-ID, " ", APAY-PROPERTY-ID, "   ",
             APAY-INVOICE-NO, "  ", APAY-AGENT-NAME, " ",
             APAY-RAISED-DAY, "/", APAY-RAISED-MONTH, "/",
             APAY-RAISED-YEAR, " ", ws-money-disp
             delimited by size into agency-report-line
           move APAY-GROSS to ws-money-disp
           move ws-money-disp to agency-report-line(85:12)
           write agency-report-line
           display agency-report-line
           add 1 to ws-report-count
           add APAY-GROSS to ws-report-total

           perform varying ws-agent-idx from 1 by 1
             until ws-agent-idx > ws-agent-count or
               at-agent-name(ws-agent-idx) = APAY-AGENT-NAME
               continue
           end-perform
           if ws-agent-idx > ws-agent-count and ws-agent-count < 100
               add 1 to ws-agent-count
               move ws-agent-count to ws-agent-idx
               move APAY-AGENT-NAME to at-agent-name(ws-agent-idx)
               move 0 to at-total(ws-agent-idx)
           end-if
           if ws-agent-idx not > ws-agent-count
               add APAY-GROSS to at-total(ws-agent-idx)
           end-if.

       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "DayCloseCheck.cpy".

       copy "MainFileOpenCheck.cpy".

       end program AgencyShare.
