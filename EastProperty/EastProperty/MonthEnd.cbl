      *MONTHEND.cbl
      *Month-end job stream - the month-end programs run as one
      *chained sequence for a single keyed period, in a fixed order
      *with each step's dependency written down here instead of in
      *somebody's head:
      *   1 RENTGEN         rent generation (RentCollection.cbl)
      *   2 LLSTATEMENTS    landlord statements - needs 1
      *   3 LLLEDGER        landlord ledger month post - needs 2
      *   4 COMMSTATEMENTS  negotiator commission statements
      *   5 INVOICEDUNNING  invoice chase cycle
      *   6 NOMINALEXPORT   nominal export - needs 3
      *   7 VATRETURN       VAT return, quarter-end periods - needs 6
      *   8 MGMTPACK        management pack - needs 7
      *The period travels to every step in the MONTH-END-PERIOD
      *environment setting (ws-monthend.cpy), so no step asks for
      *it again. Each step is logged on the batch RUN-LOG-FILE the
      *way BatchConsole.cbl logs the nightly run - RUNNING when
      *launched, SUCCESS or FAILURE when it returns - under the
      *period as run date YYYYMM00 (a date no nightly run carries)
      *and step numbers 51 to 58 - the batch console's run-log view
      *lists a period's steps under that date. A step whose
      *dependency is not at SUCCESS for the period is held back;
      *steps that do not depend on a failure still run. Re-running
      *the same period skips every step already at SUCCESS and
      *picks up from the one that failed. The stream refuses to
      *start until every working day of the month is closed on
      *DAY-CLOSE-FILE (DayClose.cbl), and needs the manager or
      *admin role. The batch watch (BatchWatch.cbl) then checks
      *the period's steps on the run log and alerts the on-call
      *user to any that failed, overran or never started.
      *Reached from the second reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. MonthEnd.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "runlogfile.cpy".
       copy "dayclosefile.cpy".
       copy "calendarfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "runlogrecord.cpy".
       copy "daycloserecord.cpy".
       copy "calendarrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-workingday.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-period-input pic x(6) value spaces.
       01 ws-period-month pic 99 value 0.
       01 ws-period-year pic 9999 value 0.

       01 ws-step-table.
         03 filler pic x(20) value "RENTGEN".
         03 filler pic x(20) value "LLSTATEMENTS".
         03 filler pic x(20) value "LLLEDGER".
         03 filler pic x(20) value "COMMSTATEMENTS".
         03 filler pic x(20) value "INVOICEDUNNING".
         03 filler pic x(20) value "NOMINALEXPORT".
         03 filler pic x(20) value "VATRETURN".
         03 filler pic x(20) value "MGMTPACK".
       01 ws-step-names redefines ws-step-table.
         03 ws-step-name pic x(20) occurs 8 times.

      *The step each step needs at SUCCESS first (0 = none).
       01 ws-needs-table.
         03 filler pic 9 value 0.
         03 filler pic 9 value 1.
         03 filler pic 9 value 2.
         03 filler pic 9 value 0.
         03 filler pic 9 value 0.
         03 filler pic 9 value 3.
         03 filler pic 9 value 6.
         03 filler pic 9 value 7.
       01 ws-needs-list redefines ws-needs-table.
         03 ws-step-needs pic 9 occurs 8 times.

       01 ws-step-state pic x(7) occurs 8 times.

       01 ws-step-idx pic 99 value 0 comp.
       01 ws-step-no pic 99 value 0.
       01 ws-need-idx pic 99 value 0 comp.
       01 ws-run-date pic 9(8) value 0.
       01 ws-step-result pic x(7) value spaces.
       01 ws-run-failed pic 9 value 0 comp.
       01 ws-step-runlog-id pic 9(6) value 0.
       01 ws-log-id-counter pic 9(6) value 0 comp.
       01 ws-log-found-id pic 9(6) value 0.

       01 ws-month-start pic 9(8) value 0.
       01 ws-next-month-start pic 9(8) value 0.
       01 ws-check-int pic 9(8) value 0 comp.
       01 ws-end-int pic 9(8) value 0 comp.
       01 ws-check-date pic 9(8) value 0.
       01 ws-open-days pic 99 value 0.

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

           display " "
           display "-----------------------------------------------"
           display "     EAST MONTH-END STREAM"
           display "-----------------------------------------------"

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "The month-end stream needs the manager or"
               display "admin role."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           display "Month-end period (MMYYYY):"
           move spaces to ws-period-input
           accept ws-period-input
           if ws-period-input is not numeric
               display "Period not understood - nothing run."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if
           move ws-period-input(1:2) to ws-period-month
           move ws-period-input(3:4) to ws-period-year
           if ws-period-month = 0 or ws-period-month > 12 or
             ws-period-year < 2000
               display "Period not understood - nothing run."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           compute ws-run-date = (ws-period-year * 10000) +
             (ws-period-month * 100)

           perform PARA-100-CHECK-DAYS-CLOSED
           if ws-open-days > 0
               display ws-open-days " working day(s) of "
                 ws-period-month "/" ws-period-year
                 " not closed - the month-end"
               display "stream cannot start until DayClose has closed"
               display "every day of the month."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           move "MONTHEND" to ws-audit-record-type
           move "START" to ws-audit-action
           move 0 to ws-audit-key
           move spaces to ws-audit-old-value
           string "MONTH-END STREAM PERIOD ", ws-period-month, "/",
             ws-period-year into ws-audit-old-value
           move spaces to ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-200-EXECUTE-STEPS

           display "BATCH-WATCH-DATE" upon environment-name
           display ws-run-date upon environment-value
           call "BatchWatch"
               on exception
                   display "Batch watch not available - run log"
                     " not checked."
           end-call
           display "BATCH-WATCH-DATE" upon environment-name
           display " " upon environment-value

           display " "
           display "Press ENTER to return to the menu."
           move spaces to ws-continue
           accept ws-continue

           goback.

      *----------------------------------------------------------
      * Every working day of the month (the shared working-day
      * calendar says which) must have its own closed record -
      * a month with an open day still has money to come in.
      *----------------------------------------------------------
       PARA-100-CHECK-DAYS-CLOSED.

           move 0 to ws-open-days

           compute ws-month-start = ws-run-date + 1
           if ws-period-month = 12
               compute ws-next-month-start =
                 ((ws-period-year + 1) * 10000) + 101
           else
               compute ws-next-month-start = ws-run-date + 101
           end-if
           compute ws-check-int =
             function integer-of-date(ws-month-start)
           compute ws-end-int =
             function integer-of-date(ws-next-month-start) - 1

           open input day-close-file
           perform until ws-check-int > ws-end-int
               compute ws-check-date =
                 function date-of-integer(ws-check-int)
               move ws-check-date to WS-WDAY-DATE
               perform Check-Working-Day
               if WS-WDAY-IS-WORKING = 1
                   move ws-check-date to DC-DATE
                   read day-close-file
                       invalid key
                           add 1 to ws-open-days
                           display "  Not closed: " ws-check-date
                       not invalid key
                           if DC-CLOSED-FLAG not = "Y"
                               add 1 to ws-open-days
                               display "  Not closed: " ws-check-date
                           end-if
                   end-read
               end-if
               add 1 to ws-check-int
           end-perform
           close day-close-file.

      *----------------------------------------------------------
      * Steps in order. A step already at SUCCESS for the period
      * is skipped; a step whose dependency did not reach SUCCESS
      * is held; anything else runs.
      *----------------------------------------------------------
       PARA-200-EXECUTE-STEPS.

           move 0 to ws-run-failed

           display " "
           display "Period " ws-period-month "/" ws-period-year
             " - steps already at SUCCESS will be skipped."

           perform varying ws-step-idx from 1 by 1
             until ws-step-idx > 8

               compute ws-step-no = 50 + ws-step-idx
               perform PARA-250-CHECK-ALREADY-DONE

               if ws-step-state(ws-step-idx) = "SUCCESS"
                   display "Step " ws-step-idx " "
                     ws-step-name(ws-step-idx)
                     " already SUCCESS - skipped."
               else
                   move ws-step-needs(ws-step-idx) to ws-need-idx
                   if ws-need-idx not = 0 and
                     ws-step-state(ws-need-idx) not = "SUCCESS"
                       move "HELD" to ws-step-state(ws-step-idx)
                       display "Step " ws-step-idx " "
                         ws-step-name(ws-step-idx)
                         " held - needs step " ws-need-idx " "
                         ws-step-name(ws-need-idx)
                   else
                       perform PARA-300-RUN-ONE-STEP
                   end-if
               end-if

           end-perform

           display " "
           display "-----------------------------------------------"
           perform varying ws-step-idx from 1 by 1
             until ws-step-idx > 8
               display "Step " ws-step-idx " "
                 ws-step-name(ws-step-idx) " "
                 ws-step-state(ws-step-idx)
           end-perform
           display "-----------------------------------------------"

           move "MONTHEND" to ws-audit-record-type
           move "END" to ws-audit-action
           move 0 to ws-audit-key
           move spaces to ws-audit-old-value
           string "MONTH-END STREAM PERIOD ", ws-period-month, "/",
             ws-period-year into ws-audit-old-value
           move spaces to ws-audit-new-value
           if ws-run-failed = 1
               move "STOPPED ON A FAILED STEP" to ws-audit-new-value
               display "A step failed - fix it and run the period"
               display "again to resume from there."
           else
               move "COMPLETE" to ws-audit-new-value
               display "Month-end complete."
           end-if
           perform Write-Audit-Log.

       PARA-250-CHECK-ALREADY-DONE.

           move spaces to ws-step-state(ws-step-idx)
           move 0 to ws-end-of-file

           open input run-log-file

           perform until ws-end-of-file = 1
               read run-log-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if RUNLOG-RUN-DATE = ws-run-date and
                         RUNLOG-STEP-NO = ws-step-no and
                         RUNLOG-RESULT = "SUCCESS"
                           move "SUCCESS" to
                             ws-step-state(ws-step-idx)
                           move 1 to ws-end-of-file
                       end-if
           end-perform

           close run-log-file.

       PARA-300-RUN-ONE-STEP.

           display " "
           display ">>> Step " ws-step-idx " - "
             ws-step-name(ws-step-idx)

           perform PARA-400-LOG-STEP-START

           display "MONTH-END-PERIOD" upon environment-name
           display ws-period-input upon environment-value

           move "SUCCESS" to ws-step-result
           move 0 to return-code

           evaluate ws-step-idx
               when 1
                   call "RentCollection"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 2
                   call "LandlordStatements"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 3
                   call "LandlordLedger"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 4
                   call "CommissionStatements"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 5
                   call "InvoiceDunning"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 6
                   call "NominalExport"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 7
                   call "VatReturn"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 8
                   call "ManagementPack"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
           end-evaluate

           if return-code not = 0
               move "FAILURE" to ws-step-result
           end-if

           display "MONTH-END-PERIOD" upon environment-name
           display " " upon environment-value

           perform PARA-500-LOG-STEP-END

           move ws-step-result to ws-step-state(ws-step-idx)
           if ws-step-result = "FAILURE"
               move 1 to ws-run-failed
               display "Step " ws-step-idx " FAILED - steps that"
                 " need it are held."
           end-if.

       PARA-400-LOG-STEP-START.

           move 0 to ws-log-found-id
           move 0 to ws-log-id-counter

           open i-o run-log-file

           perform until ws-log-found-id not = 0
               add 1 to ws-log-id-counter
               move ws-log-id-counter to RUNLOG-ID
               read run-log-file
                   invalid key
                       move ws-log-id-counter to ws-log-found-id
           end-perform

           initialize RUN-LOG-RECORD
           move ws-log-found-id to RUNLOG-ID
           move ws-run-date to RUNLOG-RUN-DATE
           move ws-step-no to RUNLOG-STEP-NO
           move ws-step-name(ws-step-idx) to RUNLOG-STEP-NAME
           accept RUNLOG-START-TIME from time
           move 0 to RUNLOG-END-TIME
           move "RUNNING" to RUNLOG-RESULT

           write RUN-LOG-RECORD

           close run-log-file

           move ws-log-found-id to ws-step-runlog-id.

       PARA-500-LOG-STEP-END.

           open i-o run-log-file

           move ws-step-runlog-id to RUNLOG-ID
           read run-log-file
               invalid key
                   continue
               not invalid key
                   accept RUNLOG-END-TIME from time
                   move ws-step-result to RUNLOG-RESULT
                   rewrite RUN-LOG-RECORD
           end-read

           close run-log-file.

       copy "AuditLogWrite.cpy".
       copy "WorkingDayCalc.cpy".

       end program MonthEnd.
