      *BATCHWATCH.cbl
      *Batch watch - reads RUN-LOG-FILE once a batch has finished
      *and raises an alert for every step that needs a person
      *before the morning: a step that ended FAILURE (or anything
      *but SUCCESS), a step still RUNNING because it died
      *mid-flight, a step whose elapsed time is well above its own
      *recent average, and an enabled step that never started at
      *all. Each alert goes on the batch alert register
      *(BATCH-ALERT-FILE) - so a second watch of the same run date
      *does not alert the same step twice - and to the nominated
      *on-call user through the notification queue as a BATCHALERT
      *event, worded by NotifyDispatch.cbl from the register.
      *CONFIG-FILE settings: BATCH-ONCALL-USER (the user ID to
      *alert, default 0 = none - alerts are still registered and
      *listed), BATCH-SLOW-PCT (slow means above this percentage
      *of the average, default 150), BATCH-SLOW-MIN-SECS (steps
      *quicker than this are never slow, default 120) and
      *BATCH-AVG-RUNS (how many earlier successful runs of the
      *step make its average, default 10, at most 20 - at least 3
      *are needed before a step can be called slow).
      *The steps expected on a nightly run date are the console's
      *enabled steps (BATCH-STEP-n, BATCH-WDONLY-n as the console
      *reads them); on a month-end run date (YYYYMM00) all eight
      *month-end stream steps. BatchConsole.cbl and MonthEnd.cbl
      *hand the run date over in the BATCH-WATCH-DATE environment
      *setting when their sequence ends, and the watch then runs
      *straight through with no prompts.
      *The weekly trend report sets out each step's runs, failures,
      *average and longest elapsed seconds and average record count
      *for the seven nightly run dates to the week-ending date
      *against the seven before, with the change in average
      *duration - so a job slowing down shows up before it misses
      *the window. It is written to a date-stamped BATCHTRD dataset
      *and registered on the print spool; the watch produces it
      *itself on the day of the week in BATCH-TREND-DAY (1 = Monday
      *to 7 = Sunday, default 1), and steps slower than the prior
      *week by BATCH-TREND-WARN-PCT (default 20) are marked.
      *Reached from the second reports menu; manager or admin only,
      *like the batch console.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BatchWatch.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "runlogfile.cpy".
       copy "batchalertfile.cpy".
       copy "configfile.cpy".
       copy "calendarfile.cpy".
       copy "auditfile.cpy".
       copy "notifyqueuefile.cpy".
       copy "spoolfile.cpy".

           select optional batch-trend-file assign to
               ws-trend-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "runlogrecord.cpy".
       copy "batchalertrecord.cpy".
       copy "configrecord.cpy".
       copy "calendarrecord.cpy".
       copy "auditrecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "spoolrecord.cpy".

       FD batch-trend-file.
       01 batch-trend-line pic x(100).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-spool.cpy".
       copy "ws-workingday.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-date-input pic x(8) value spaces.
       01 ws-watch-input pic x(8) value spaces.

       01 ws-run-date pic 9(8) value 0.
       01 ws-run-date-parts redefines ws-run-date.
         03 filler pic 9(6).
         03 ws-run-day pic 99.
       01 ws-log-date pic 9(8) value 0.
       01 ws-log-date-parts redefines ws-log-date.
         03 filler pic 9(6).
         03 ws-log-day pic 99.

      *The nightly console steps and the month-end stream steps,
      *named as BatchConsole.cbl and MonthEnd.cbl log them.
       01 ws-night-step-table.
         03 filler pic x(20) value "NIGHTLYBACKUP".
         03 filler pic x(20) value "BACKUPVERIFY".
         03 filler pic x(20) value "ARCHIVESOLDPROPS".
         03 filler pic x(20) value "VIEWINGREMINDERS".
         03 filler pic x(20) value "TENANCYEXPIRY".
         03 filler pic x(20) value "CERTIFICATEEXPIRY".
         03 filler pic x(20) value "NOTIFYDISPATCH".
         03 filler pic x(20) value "RETENTIONPURGE".
         03 filler pic x(20) value "CHECKOUTSWEEP".
         03 filler pic x(20) value "BUYERGRADING".
         03 filler pic x(20) value "FILEREORG".
         03 filler pic x(20) value "DORMANTSWEEP".
         03 filler pic x(20) value "CHAINVERIFY".
         03 filler pic x(20) value "DIARYEXPORT".
         03 filler pic x(20) value "KPISNAPSHOT".
         03 filler pic x(20) value "PROGRESSUPDATE".
         03 filler pic x(20) value "HOLDDEPOSITS".
         03 filler pic x(20) value "PLANNEDMAINT".
         03 filler pic x(20) value "REPAIRINTAKE".
         03 filler pic x(20) value "GOLIVESTUCK".
       01 ws-night-step-names redefines ws-night-step-table.
         03 ws-night-step-name pic x(20) occurs 20 times.

       01 ws-me-step-table.
         03 filler pic x(20) value "RENTGEN".
         03 filler pic x(20) value "LLSTATEMENTS".
         03 filler pic x(20) value "LLLEDGER".
         03 filler pic x(20) value "COMMSTATEMENTS".
         03 filler pic x(20) value "INVOICEDUNNING".
         03 filler pic x(20) value "NOMINALEXPORT".
         03 filler pic x(20) value "VATRETURN".
         03 filler pic x(20) value "MGMTPACK".
       01 ws-me-step-names redefines ws-me-step-table.
         03 ws-me-step-name pic x(20) occurs 8 times.

      *One entry per run-log step number for the run being
      *watched, with the step's last few successful elapsed times.
       01 ws-watch-table.
         03 ws-watch-entry occurs 99 times.
           05 wt-expected pic 9.
           05 wt-seen pic 9.
           05 wt-name pic x(20).
           05 wt-result pic x(7).
           05 wt-timed pic 9.
           05 wt-elapsed pic 9(6).
           05 wt-hist-count pic 99.
           05 wt-hist occurs 20 times.
             07 wt-hist-date pic 9(8).
             07 wt-hist-secs pic 9(6).

       01 ws-step-idx pic 99 value 0 comp.
       01 ws-night-idx pic 99 value 0 comp.
       01 ws-hist-idx pic 99 value 0 comp.
       01 ws-oldest-idx pic 99 value 0 comp.
       01 ws-step-enabled pic 9 value 0 comp.
       01 ws-run-is-working pic 9 value 0 comp.
       01 ws-config-step-name pic x(20) value spaces.
       01 ws-step-no-disp pic z9 value spaces.

       01 ws-oncall-user pic 9(6) value 0.
       01 ws-slow-pct pic 9(4) value 0.
       01 ws-slow-min-secs pic 9(4) value 0.
       01 ws-avg-runs pic 99 value 0.

       01 ws-time-in pic 9(8) value 0.
       01 ws-time-parts redefines ws-time-in.
         03 ws-time-hh pic 99.
         03 ws-time-mm pic 99.
         03 ws-time-ss pic 99.
         03 ws-time-cc pic 99.
       01 ws-start-secs pic 9(6) value 0.
       01 ws-end-secs pic 9(6) value 0.
       01 ws-elapsed pic 9(6) value 0.
       01 ws-hist-total pic 9(8) value 0.
       01 ws-average pic 9(6) value 0.

       01 ws-alert-type pic x value spaces.
       01 ws-alert-text pic x(60) value spaces.
       01 ws-alert-exists pic 9 value 0 comp.
       01 ws-alert-count pic 9(4) value 0.
       01 ws-alert-new-id pic 9(6) value 0.
       01 ws-alert-id-counter pic 9(6) value 0 comp.
       01 ws-secs-disp pic z(5)9 value spaces.
       01 ws-avg-disp pic z(5)9 value spaces.

      *Weekly trend - two seven-day windows to the week-ending date.
       01 ws-trend-name pic x(20) value spaces.
       01 ws-trend-day pic 9(4) value 0.
       01 ws-trend-warn-pct pic 9(4) value 0.
       01 ws-run-dow pic 9 value 0.
       01 ws-trend-end pic 9(8) value 0.
       01 ws-trend-end-int pic 9(8) value 0 comp.
       01 ws-this-from pic 9(8) value 0.
       01 ws-last-from pic 9(8) value 0.
       01 ws-last-to pic 9(8) value 0.
       01 ws-trend-steps pic 99 value 0.
       01 ws-avg-this pic 9(6) value 0.
       01 ws-avg-last pic 9(6) value 0.
       01 ws-change-pct pic s9(5) value 0.

       01 ws-trend-table.
         03 ws-trend-entry occurs 99 times.
           05 tr-name pic x(20).
           05 tr-runs-this pic 999.
           05 tr-fails-this pic 999.
           05 tr-secs-this pic 9(8).
           05 tr-max-this pic 9(6).
           05 tr-count-this pic 9(8).
           05 tr-runs-last pic 999.
           05 tr-secs-last pic 9(8).
           05 tr-count-last pic 9(8).

       01 ws-trend-detail.
         03 td-step pic z9.
         03 filler pic x value spaces.
         03 td-name pic x(20).
         03 filler pic x value spaces.
         03 td-runs pic zz9.
         03 filler pic x value spaces.
         03 td-fails pic zz9.
         03 filler pic x(2) value spaces.
         03 td-avg-secs pic z(5)9.
         03 filler pic x(2) value spaces.
         03 td-max-secs pic z(5)9.
         03 filler pic x(2) value spaces.
         03 td-avg-count pic z(5)9.
         03 filler pic x(3) value spaces.
         03 td-prior-secs pic z(5)9.
         03 filler pic x(2) value spaces.
         03 td-prior-count pic z(5)9.
         03 filler pic x(2) value spaces.
         03 td-change pic -(4)9.
         03 td-change-pct pic x value spaces.
         03 filler pic x value spaces.
         03 td-flag pic x(6) value spaces.

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

      *Handed a run date by the console or the month-end stream at
      *the end of its sequence - watch it and go straight back.
           display "BATCH-WATCH-DATE" upon environment-name
           move spaces to ws-watch-input
           accept ws-watch-input from environment-value

           if ws-watch-input not = spaces
               move 0 to return-code
               move function numval(ws-watch-input) to ws-run-date
               perform PARA-100-WATCH-RUN
               if ws-run-day not = 0
                   perform PARA-050-CHECK-TREND-DAY
               end-if
               goback
           end-if

           display " "
           display "-----------------------------------------------"
           display "     EAST BATCH WATCH"
           display "-----------------------------------------------"

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "The batch watch needs the manager or admin"
               display "role."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           display "(W)atch a run date for alerts, or (T)rend"
           display "report for a week?"
           accept ws-continue
           move function upper-case(ws-continue) to ws-continue

           evaluate ws-continue
               when "W"
                   display " "
                   display "Run date to watch (YYYYMMDD, or YYYYMM00"
                   display "for a month-end period), blank for today:"
                   move spaces to ws-date-input
                   accept ws-date-input
                   if ws-date-input = spaces
                       move function current-date(1:8) to ws-run-date
                   else
                       move function numval(ws-date-input) to
                         ws-run-date
                   end-if
                   perform PARA-100-WATCH-RUN
               when "T"
                   display " "
                   display "Week ending (YYYYMMDD), blank for today:"
                   move spaces to ws-date-input
                   accept ws-date-input
                   if ws-date-input = spaces
                       move function current-date(1:8) to
                         ws-trend-end
                   else
                       move function numval(ws-date-input) to
                         ws-trend-end
                   end-if
                   perform PARA-500-TREND-REPORT
               when other
                   display "Nothing done."
           end-evaluate

           display " "
           display "Press ENTER to return to the menu."
           move spaces to ws-continue
           accept ws-continue

           goback.

      *----------------------------------------------------------
      * After a nightly run the watch leaves the weekly trend
      * report on the configured day of the week (integer day 1
      * was a Monday).
      *----------------------------------------------------------
       PARA-050-CHECK-TREND-DAY.

           move "BATCH-TREND-DAY" to WS-CONFIG-NAME
           move 1 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-trend-day

           compute ws-run-dow = function mod(
             function integer-of-date(ws-run-date) - 1, 7) + 1

           if ws-run-dow = ws-trend-day
               move ws-run-date to ws-trend-end
               perform PARA-500-TREND-REPORT
           end-if.

      *----------------------------------------------------------
      * One run date: what should have run, what the log says did,
      * then an alert for each step that needs one.
      *----------------------------------------------------------
       PARA-100-WATCH-RUN.

           perform PARA-110-READ-SETTINGS

           initialize ws-watch-table
           move 0 to ws-alert-count

           perform PARA-150-MARK-EXPECTED
           perform PARA-200-SCAN-RUN-LOG

           display " "
           display "-----------------------------------------------"
           display "     EAST BATCH WATCH - RUN " ws-run-date
           display "-----------------------------------------------"

           perform varying ws-step-idx from 1 by 1
             until ws-step-idx > 98
               perform PARA-300-CHECK-STEP
           end-perform

           if ws-alert-count = 0
               display "No new alerts - nothing to chase."
           else
               display ws-alert-count " new alert(s) raised."
               if ws-oncall-user = 0
                   display "No on-call user is set up"
                     " (BATCH-ONCALL-USER) - alerts registered"
                     " but not sent."
               end-if
           end-if

           display "-----------------------------------------------".

       PARA-110-READ-SETTINGS.

           move "BATCH-ONCALL-USER" to WS-CONFIG-NAME
           move 0 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-oncall-user

           move "BATCH-SLOW-PCT" to WS-CONFIG-NAME
           move 150 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-slow-pct
           if ws-slow-pct < 100
               move 150 to ws-slow-pct
           end-if

           move "BATCH-SLOW-MIN-SECS" to WS-CONFIG-NAME
           move 120 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-slow-min-secs

           move "BATCH-AVG-RUNS" to WS-CONFIG-NAME
           move 10 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           if WS-CONFIG-RESULT < 3 or WS-CONFIG-RESULT > 20
               move 10 to ws-avg-runs
           else
               move WS-CONFIG-RESULT to ws-avg-runs
           end-if.

      *----------------------------------------------------------
      * A month-end period expects all eight stream steps. A
      * nightly date expects each console step switched in, less
      * the working-day-only steps on a non-working date - the
      * same two settings the console itself goes by.
      *----------------------------------------------------------
       PARA-150-MARK-EXPECTED.

           if ws-run-day = 0
               perform PARA-160-MARK-MONTH-END
           else
               perform PARA-170-MARK-NIGHTLY
           end-if.

       PARA-160-MARK-MONTH-END.

           perform varying ws-night-idx from 1 by 1
             until ws-night-idx > 8
               compute ws-step-idx = 50 + ws-night-idx
               move 1 to wt-expected(ws-step-idx)
               move ws-me-step-name(ws-night-idx) to
                 wt-name(ws-step-idx)
           end-perform.

       PARA-170-MARK-NIGHTLY.

           move ws-run-date to WS-WDAY-DATE
           perform Check-Working-Day
           move WS-WDAY-IS-WORKING to ws-run-is-working

           perform varying ws-night-idx from 1 by 1
             until ws-night-idx > 20
               move ws-night-step-name(ws-night-idx) to
                 wt-name(ws-night-idx)

               move ws-night-idx to ws-step-no-disp
               move spaces to ws-config-step-name
               string "BATCH-STEP-", function trim(ws-step-no-disp)
                 into ws-config-step-name
               move ws-config-step-name to WS-CONFIG-NAME
               move 1 to WS-CONFIG-DEFAULT
               perform Read-Config-Value
               if WS-CONFIG-RESULT = 0
                   move 0 to ws-step-enabled
               else
                   move 1 to ws-step-enabled
               end-if

               if ws-step-enabled = 1 and ws-run-is-working = 0
                   move spaces to ws-config-step-name
                   string "BATCH-WDONLY-",
                     function trim(ws-step-no-disp)
                     into ws-config-step-name
                   move ws-config-step-name to WS-CONFIG-NAME
                   move 0 to WS-CONFIG-DEFAULT
                   perform Read-Config-Value
                   if WS-CONFIG-RESULT = 1
                       move 0 to ws-step-enabled
                   end-if
               end-if

               move ws-step-enabled to wt-expected(ws-night-idx)
           end-perform.

      *----------------------------------------------------------
      * One pass of the log. This run date's records give each
      * step's outcome - a restarted step's later record wins, the
      * log being in ID order. Earlier successful runs of the same
      * step feed its history: the latest BATCH-AVG-RUNS of them.
      *----------------------------------------------------------
       PARA-200-SCAN-RUN-LOG.

           move 0 to ws-end-of-file

           open input run-log-file

           perform until ws-end-of-file = 1
               read run-log-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if RUNLOG-STEP-NO > 0 and RUNLOG-STEP-NO < 99
                           move RUNLOG-STEP-NO to ws-step-idx
                           perform PARA-210-TAKE-LOG-RECORD
                       end-if
           end-perform

           close run-log-file.

       PARA-210-TAKE-LOG-RECORD.

           if wt-name(ws-step-idx) = spaces
               move RUNLOG-STEP-NAME to wt-name(ws-step-idx)
           end-if

           if RUNLOG-RUN-DATE = ws-run-date
               move 1 to wt-seen(ws-step-idx)
               move RUNLOG-STEP-NAME to wt-name(ws-step-idx)
               move RUNLOG-RESULT to wt-result(ws-step-idx)
               move 0 to wt-timed(ws-step-idx)
               move 0 to wt-elapsed(ws-step-idx)
               if RUNLOG-END-TIME not = 0
                   perform PARA-250-ELAPSED-SECONDS
                   move 1 to wt-timed(ws-step-idx)
                   move ws-elapsed to wt-elapsed(ws-step-idx)
               end-if
           else
               if RUNLOG-RUN-DATE < ws-run-date and
                 RUNLOG-RESULT = "SUCCESS" and
                 RUNLOG-END-TIME not = 0
                   perform PARA-250-ELAPSED-SECONDS
                   perform PARA-260-ADD-HISTORY
               end-if
           end-if.

      *----------------------------------------------------------
      * Start and end are HHMMSSss from the clock. A step that ran
      * across midnight ends "earlier" than it started.
      *----------------------------------------------------------
       PARA-250-ELAPSED-SECONDS.

           move RUNLOG-START-TIME to ws-time-in
           compute ws-start-secs = (ws-time-hh * 3600) +
             (ws-time-mm * 60) + ws-time-ss

           move RUNLOG-END-TIME to ws-time-in
           compute ws-end-secs = (ws-time-hh * 3600) +
             (ws-time-mm * 60) + ws-time-ss

           if ws-end-secs < ws-start-secs
               compute ws-elapsed = ws-end-secs + 86400 -
                 ws-start-secs
           else
               compute ws-elapsed = ws-end-secs - ws-start-secs
           end-if.

       PARA-260-ADD-HISTORY.

           if wt-hist-count(ws-step-idx) < ws-avg-runs
               add 1 to wt-hist-count(ws-step-idx)
               move wt-hist-count(ws-step-idx) to ws-hist-idx
               move RUNLOG-RUN-DATE to
                 wt-hist-date(ws-step-idx, ws-hist-idx)
               move ws-elapsed to
                 wt-hist-secs(ws-step-idx, ws-hist-idx)
           else
               perform PARA-270-REPLACE-OLDEST
           end-if.

      *A full history keeps the latest runs: the new run replaces
      *the oldest one held if it is more recent.
       PARA-270-REPLACE-OLDEST.

           move 1 to ws-oldest-idx
           perform varying ws-hist-idx from 2 by 1
             until ws-hist-idx > ws-avg-runs
               if wt-hist-date(ws-step-idx, ws-hist-idx) <
                 wt-hist-date(ws-step-idx, ws-oldest-idx)
                   move ws-hist-idx to ws-oldest-idx
               end-if
           end-perform

           if RUNLOG-RUN-DATE >
             wt-hist-date(ws-step-idx, ws-oldest-idx)
               move RUNLOG-RUN-DATE to
                 wt-hist-date(ws-step-idx, ws-oldest-idx)
               move ws-elapsed to
                 wt-hist-secs(ws-step-idx, ws-oldest-idx)
           end-if.

      *----------------------------------------------------------
      * The four alert cases for one step number.
      *----------------------------------------------------------
       PARA-300-CHECK-STEP.

           move 0 to ws-elapsed
           move 0 to ws-average

           if wt-seen(ws-step-idx) = 1
               if wt-result(ws-step-idx) not = "SUCCESS"
                   if wt-result(ws-step-idx) = "RUNNING"
                       move "R" to ws-alert-type
                   else
                       move "F" to ws-alert-type
                   end-if
                   perform PARA-400-RAISE-ALERT
               else
                   if wt-timed(ws-step-idx) = 1 and
                     wt-hist-count(ws-step-idx) >= 3
                       perform PARA-310-STEP-AVERAGE
                       move wt-elapsed(ws-step-idx) to ws-elapsed
                       if ws-elapsed >= ws-slow-min-secs and
                         ws-elapsed * 100 > ws-average * ws-slow-pct
                           move "S" to ws-alert-type
                           perform PARA-400-RAISE-ALERT
                       end-if
                   end-if
               end-if
           else
               if wt-expected(ws-step-idx) = 1
                   move "M" to ws-alert-type
                   perform PARA-400-RAISE-ALERT
               end-if
           end-if.

       PARA-310-STEP-AVERAGE.

           move 0 to ws-hist-total
           perform varying ws-hist-idx from 1 by 1
             until ws-hist-idx > wt-hist-count(ws-step-idx)
               add wt-hist-secs(ws-step-idx, ws-hist-idx) to
                 ws-hist-total
           end-perform

           compute ws-average rounded =
             ws-hist-total / wt-hist-count(ws-step-idx).

      *----------------------------------------------------------
      * Registers the alert unless this run date already has the
      * same alert for the step, then audits it and queues it to
      * the on-call user.
      *----------------------------------------------------------
       PARA-400-RAISE-ALERT.

           perform PARA-410-WORD-ALERT

           move 0 to ws-alert-exists
           move 0 to ws-end-of-file

           open i-o batch-alert-file

           perform until ws-end-of-file = 1
               read batch-alert-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if BALERT-RUN-DATE = ws-run-date and
                         BALERT-STEP-NO = ws-step-idx and
                         BALERT-TYPE = ws-alert-type
                           move 1 to ws-alert-exists
                           move 1 to ws-end-of-file
                       end-if
           end-perform

           if ws-alert-exists = 1
               close batch-alert-file
               display "Step " ws-step-idx " "
                 wt-name(ws-step-idx) " "
                 function trim(ws-alert-text)
                 " (already alerted)"
           else
               perform PARA-420-REGISTER-ALERT
           end-if.

       PARA-420-REGISTER-ALERT.

           move 0 to ws-alert-new-id
           move 0 to ws-alert-id-counter
           perform until ws-alert-new-id not = 0
               add 1 to ws-alert-id-counter
               move ws-alert-id-counter to BALERT-ID
               read batch-alert-file
                   invalid key
                       move ws-alert-id-counter to ws-alert-new-id
           end-perform

           initialize BATCH-ALERT-RECORD
           move ws-alert-new-id to BALERT-ID
           move ws-run-date to BALERT-RUN-DATE
           move ws-step-idx to BALERT-STEP-NO
           move wt-name(ws-step-idx) to BALERT-STEP-NAME
           move ws-alert-type to BALERT-TYPE
           move wt-result(ws-step-idx) to BALERT-RESULT
           move ws-elapsed to BALERT-ELAPSED
           move ws-average to BALERT-AVERAGE
           move function current-date(1:8) to BALERT-RAISED-DATE
           accept BALERT-RAISED-TIME from time
           move ws-oncall-user to BALERT-USER-ID

           write BATCH-ALERT-RECORD

           close batch-alert-file

           add 1 to ws-alert-count

           display "ALERT step " ws-step-idx " "
             wt-name(ws-step-idx) " " function trim(ws-alert-text)

           move "BATCH" to ws-audit-record-type
           move "ALERT" to ws-audit-action
           move ws-step-idx to ws-audit-key
           move spaces to ws-audit-old-value
           move ws-step-idx to ws-step-no-disp
           string "RUN ", ws-run-date, " STEP ",
             function trim(ws-step-no-disp), " ",
             wt-name(ws-step-idx) into ws-audit-old-value
           move ws-alert-text to ws-audit-new-value
           perform Write-Audit-Log

           if ws-oncall-user not = 0
               move 0 to WS-NOTIFY-PROPERTY-ID
               move 0 to WS-NOTIFY-BUYER-ID
               move 0 to WS-NOTIFY-SELLER-ID
               move ws-oncall-user to WS-NOTIFY-USER-ID
               move "BATCHALERT" to WS-NOTIFY-EVENT-TYPE
               move ws-alert-new-id to WS-NOTIFY-REF-ID
               perform Write-Notify-Queue
           end-if.

       PARA-410-WORD-ALERT.

           move spaces to ws-alert-text

           evaluate ws-alert-type
               when "R"
                   move "STILL RUNNING - DIED MID-FLIGHT" to
                     ws-alert-text
               when "S"
                   move ws-elapsed to ws-secs-disp
                   move ws-average to ws-avg-disp
                   string "SLOW - ", function trim(ws-secs-disp),
                     " SECS AGAINST AN AVERAGE OF ",
                     function trim(ws-avg-disp)
                     delimited by size into ws-alert-text
               when "M"
                   move "NEVER STARTED" to ws-alert-text
               when other
                   string "ENDED ", wt-result(ws-step-idx)
                     delimited by size into ws-alert-text
           end-evaluate.

      *----------------------------------------------------------
      * The weekly trend: the seven nightly run dates to the week
      * ending date against the seven before. Month-end periods
      * (YYYYMM00) are not nightly runs and are left out.
      *----------------------------------------------------------
       PARA-500-TREND-REPORT.

           move "BATCH-TREND-WARN-PCT" to WS-CONFIG-NAME
           move 20 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-trend-warn-pct

           compute ws-trend-end-int =
             function integer-of-date(ws-trend-end)
           compute ws-this-from =
             function date-of-integer(ws-trend-end-int - 6)
           compute ws-last-to =
             function date-of-integer(ws-trend-end-int - 7)
           compute ws-last-from =
             function date-of-integer(ws-trend-end-int - 13)

           initialize ws-trend-table
           move 0 to ws-end-of-file

           open input run-log-file

           perform until ws-end-of-file = 1
               read run-log-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move RUNLOG-RUN-DATE to ws-log-date
                       if ws-log-day not = 0 and
                         RUNLOG-STEP-NO > 0 and RUNLOG-STEP-NO < 99
                           move RUNLOG-STEP-NO to ws-step-idx
                           perform PARA-510-TREND-TAKE-RECORD
                       end-if
           end-perform

           close run-log-file

           move spaces to ws-trend-name
           string "BATCHTRD.", ws-trend-end into ws-trend-name

           open extend batch-trend-file

           move all "=" to batch-trend-line
           perform PARA-590-WRITE-TREND-LINE
           move spaces to batch-trend-line
           string "BATCH STEP TREND - WEEK ", ws-this-from, " TO ",
             ws-trend-end, " AGAINST ", ws-last-from, " TO ",
             ws-last-to into batch-trend-line
           perform PARA-590-WRITE-TREND-LINE
           move spaces to batch-trend-line
           string "ST NAME                 RUNS FAIL  AVG SECS  ",
             "MAX SECS  AVG COUNT  PRIOR SECS PRIOR COUNT CHANGE"
             delimited by size into batch-trend-line
           perform PARA-590-WRITE-TREND-LINE

           move 0 to ws-trend-steps
           perform varying ws-step-idx from 1 by 1
             until ws-step-idx > 98
               if tr-runs-this(ws-step-idx) > 0 or
                 tr-fails-this(ws-step-idx) > 0 or
                 tr-runs-last(ws-step-idx) > 0
                   perform PARA-520-TREND-STEP-LINE
               end-if
           end-perform

           move spaces to batch-trend-line
           string "STEPS LISTED ", ws-trend-steps, " - ELAPSED IN",
             " SECONDS, AVERAGES OVER SUCCESSFUL RUNS ONLY"
             into batch-trend-line
           perform PARA-590-WRITE-TREND-LINE

           close batch-trend-file

           move "BATCH TREND" to WS-SPOOL-JOB
           move ws-trend-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Trend report written to " ws-trend-name.

       PARA-510-TREND-TAKE-RECORD.

           if ws-log-date >= ws-this-from and
             ws-log-date <= ws-trend-end
               move RUNLOG-STEP-NAME to tr-name(ws-step-idx)
               if RUNLOG-RESULT = "SUCCESS"
                   add 1 to tr-runs-this(ws-step-idx)
                   add RUNLOG-RECORD-COUNT to
                     tr-count-this(ws-step-idx)
                   if RUNLOG-END-TIME not = 0
                       perform PARA-250-ELAPSED-SECONDS
                       add ws-elapsed to tr-secs-this(ws-step-idx)
                       if ws-elapsed > tr-max-this(ws-step-idx)
                           move ws-elapsed to
                             tr-max-this(ws-step-idx)
                       end-if
                   end-if
               else
                   add 1 to tr-fails-this(ws-step-idx)
               end-if
           else
               if ws-log-date >= ws-last-from and
                 ws-log-date <= ws-last-to and
                 RUNLOG-RESULT = "SUCCESS"
                   if tr-name(ws-step-idx) = spaces
                       move RUNLOG-STEP-NAME to tr-name(ws-step-idx)
                   end-if
                   add 1 to tr-runs-last(ws-step-idx)
                   add RUNLOG-RECORD-COUNT to
                     tr-count-last(ws-step-idx)
                   if RUNLOG-END-TIME not = 0
                       perform PARA-250-ELAPSED-SECONDS
                       add ws-elapsed to tr-secs-last(ws-step-idx)
                   end-if
               end-if
           end-if.

       PARA-520-TREND-STEP-LINE.

           add 1 to ws-trend-steps

           move 0 to ws-avg-this
           move 0 to ws-avg-last
           move 0 to ws-change-pct
           move spaces to td-change-pct
           move spaces to td-flag

           move ws-step-idx to td-step
           move tr-name(ws-step-idx) to td-name
           move tr-runs-this(ws-step-idx) to td-runs
           move tr-fails-this(ws-step-idx) to td-fails
           move tr-max-this(ws-step-idx) to td-max-secs
           move 0 to td-avg-count
           move 0 to td-prior-count

           if tr-runs-this(ws-step-idx) > 0
               compute ws-avg-this rounded =
                 tr-secs-this(ws-step-idx) / tr-runs-this(ws-step-idx)
               compute td-avg-count rounded =
                 tr-count-this(ws-step-idx) /
                 tr-runs-this(ws-step-idx)
           end-if

           if tr-runs-last(ws-step-idx) > 0
               compute ws-avg-last rounded =
                 tr-secs-last(ws-step-idx) / tr-runs-last(ws-step-idx)
               compute td-prior-count rounded =
                 tr-count-last(ws-step-idx) /
                 tr-runs-last(ws-step-idx)
           end-if

           move ws-avg-this to td-avg-secs
           move ws-avg-last to td-prior-secs

           if ws-avg-last > 0 and tr-runs-this(ws-step-idx) > 0
               compute ws-change-pct rounded =
                 ((ws-avg-this - ws-avg-last) * 100) / ws-avg-last
               move "%" to td-change-pct
               if ws-change-pct >= ws-trend-warn-pct and
                 ws-trend-warn-pct > 0
                   move "SLOWER" to td-flag
               end-if
           end-if
           move ws-change-pct to td-change

           if tr-fails-this(ws-step-idx) > 0 and td-flag = spaces
               move "FAILED" to td-flag
           end-if

           move ws-trend-detail to batch-trend-line
           perform PARA-590-WRITE-TREND-LINE.

       PARA-590-WRITE-TREND-LINE.

           write batch-trend-line
           display batch-trend-line.

       copy "ReadConfigValue.cpy".
       copy "AuditLogWrite.cpy".
       copy "WorkingDayCalc.cpy".
       copy "NotifyQueueWrite.cpy".
       copy "SpoolWrite.cpy".

       end program BatchWatch.
