      *PLANNEDMAINTENANCE.cbl
      *Planned preventative maintenance for the managed lettings -
      *the boiler service, gutter clearing, smoke alarm batteries,
      *tree work and every other routine task nobody remembered
      *until something failed. Each property carries a schedule of
      *recurring tasks on PPM-FILE: what, how often (in months),
      *when next due, the preferred contractor, the cost estimate
      *and, if it needs longer notice than usual, how many days
      *ahead to raise the job. Reached from MaintenanceJobs.cbl:
      *  1. Add a task to a property's schedule
      *  2. Amend or stop a task - blank keeps each answer
      *  3. A property's schedule
      *  4. Annual planned-cost forecast for a landlord - every
      *     task falling due in the calendar year across the
      *     landlord's properties, costed, on a year-stamped
      *     PPMFCST dataset under the letterhead of the branch
      *     holding the landlord's first property
      *     (LetterheadLines.cbl) to show them at the start of the
      *     year
      *  5. Raise the jobs now due (PlannedMaintenanceRun.cbl, the
      *     nightly step, run on demand)
      *Only lettings we manage take a schedule - not a let-only
      *letting (ServiceLevelRead.cpy), whose upkeep is the
      *landlord's. The jobs themselves are raised ahead of the due
      *date by the nightly run, and completing one in
      *MaintenanceJobs.cbl rolls its task on to the next due date.
      *Every change to a schedule is audit-logged.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. PlannedMaintenance.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "ppmfile.cpy".
       copy "propertyfile.cpy".
       copy "sellerfile.cpy".
       copy "contractorfile.cpy".
       copy "svcagreefile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "spoolfile.cpy".

           select optional forecast-file assign to ws-forecast-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "ppmrecord.cpy".
       copy "propertyrecord.cpy".
       copy "sellerrecord.cpy".
       copy "contractorrecord.cpy".
       copy "svcagreerecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "spoolrecord.cpy".

       FD forecast-file.
       01 forecast-line pic x(90).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-svcagree.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".
       copy "ws-ppmroll.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(30) value spaces.
       01 ws-field-ok pic 9 value 0 comp.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-scan-eof pic 9 value 0 comp.
       01 ws-task-found pic 9 value 0 comp.
       01 ws-old-status pic x value space.
       01 ws-list-count pic 9(4) value 0.

       01 ws-ppm-property-id pic 9(6) value 0.
       01 ws-work-ppm-id pic 9(6) value 0.
       01 ws-property-ok pic 9 value 0 comp.
       01 ws-contractor-ok pic 9 value 0 comp.
       01 ws-contractor-name pic x(20) value spaces.

      *Keyed dates come in DDMMYYYY and go back as YYYYMMDD.
       01 ws-date-result pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-result.
         03 ws-date-yyyy pic 9999.
         03 ws-date-mm pic 99.
         03 ws-date-dd pic 99.
       01 ws-date-default pic 9(8) value 0.
       01 ws-date-show pic 9(8) value 0.
       01 ws-date-disp pic x(10) value spaces.

       01 ws-money-disp pic zzz,zz9.99.
       01 ws-freq-disp pic z9.
       01 ws-lead-disp pic zz9.
       01 ws-contr-disp pic zzz9.

       01 ws-forecast-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-fc-seller-id pic 9(6) value 0.
       01 ws-fc-seller-name pic x(20) value spaces.
       01 ws-fc-year pic 9999 value 0.
       01 ws-fc-from pic 9(8) value 0.
       01 ws-fc-to pic 9(8) value 0.
       01 ws-fc-times pic 99 value 0.
       01 ws-fc-times-disp pic z9.
       01 ws-fc-task-cost pic 9(7)v99 value 0.
       01 ws-fc-prop-cost pic 9(8)v99 value 0.
       01 ws-fc-year-cost pic 9(9)v99 value 0.
       01 ws-fc-property-count pic 99 value 0.
       01 ws-fc-task-count pic 9(4) value 0.
       01 ws-fc-total-disp pic zz,zzz,zz9.99.
       01 ws-fc-this-property pic 9(6) value 0.

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
               display "     EAST PLANNED MAINTENANCE"
               display "----------------------------------------"
               display "1. ADD A PLANNED TASK"
               display "2. AMEND OR STOP A TASK"
               display "3. PROPERTY SCHEDULE"
               display "4. LANDLORD ANNUAL COST FORECAST"
               display "5. RAISE JOBS NOW DUE"
               display "6. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-ADD-TASK
                   when "2"
                       perform PARA-200-AMEND-TASK
                   when "3"
                       perform PARA-300-LIST-SCHEDULE
                   when "4"
                       perform PARA-400-FORECAST
                   when "5"
                       call "PlannedMaintenanceRun"
                       display "Press ENTER to continue."
                       accept ws-continue
                   when "6"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * A schedule belongs to a letting we manage: on the lettings
      * book and not let-only.
      *----------------------------------------------------------
       PARA-050-PICK-PROPERTY.

           move 0 to ws-property-ok
           display "Property reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-ppm-property-id
           if ws-ppm-property-id not = 0
               open input property-file
               perform Check-Property-Open
               move ws-ppm-property-id to property-id of
                 property-record
               read property-file
                   invalid key
                       display "No property with that reference."
                   not invalid key
                       move 1 to ws-property-ok
               end-read
               close property-file
           end-if.

       PARA-060-CHECK-MANAGED.

           if LISTING-TYPE of property-record not = "L"
               display "Only managed lettings take a planned"
                 " maintenance schedule."
               move 0 to ws-property-ok
           else
               move ws-ppm-property-id to WS-SVC-PROPERTY-ID
               perform Read-Service-Agreement
               if WS-SVC-LET-ONLY
                   display "Let-only letting - its upkeep is the"
                     " landlord's."
                   move 0 to ws-property-ok
               end-if
           end-if.

       PARA-100-ADD-TASK.

           perform PARA-050-PICK-PROPERTY
           if ws-property-ok = 1
               perform PARA-060-CHECK-MANAGED
           end-if

           if ws-property-ok = 1
               display " "
               display "NEW PLANNED TASK FOR " ws-ppm-property-id " "
                 PROPERTY-AL1 of property-record
               initialize PPM-RECORD
               move ws-ppm-property-id to PPM-PROPERTY-ID
               move "A" to PPM-STATUS
               move 12 to PPM-FREQ-MONTHS
               move spaces to ws-audit-old-value
               perform PARA-110-KEY-TASK
               if PPM-TASK = spaces or PPM-NEXT-DUE = 0
                   display "A task and its next due date are needed"
                     " - nothing saved."
               else
                   move "PPMSCHED" to WS-NEXTID-SEQ-NAME
                   perform Generate-Next-Id
                   move WS-NEXTID-RESULT to PPM-ID
                   move function current-date(1:8) to
                     PPM-AMENDED-DATE
                   move ws-current-user-id to PPM-USER-ID
                   open i-o ppm-file
                   write PPM-RECORD
                   close ppm-file

                   move "PPM" to ws-audit-record-type
                   move "ADD" to ws-audit-action
                   move PPM-ID to ws-audit-key
                   move PPM-RECORD to ws-audit-new-value
                   perform Write-Audit-Log

                   display "Task " PPM-ID " added to the schedule."
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * Each answer shows what is held; blank keeps it.
      *----------------------------------------------------------
       PARA-110-KEY-TASK.

           display "Task [" PPM-TASK "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to PPM-TASK
           end-if

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               move PPM-FREQ-MONTHS to ws-freq-disp
               display "Every how many months (1-60) [" ws-freq-disp
                 "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   if function numval(ws-in-input) < 1 or
                     function numval(ws-in-input) > 60
                       display "Answer 1 to 60 months."
                       move 0 to ws-field-ok
                   else
                       move function numval(ws-in-input) to
                         PPM-FREQ-MONTHS
                   end-if
               end-if
           end-perform

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               move PPM-NEXT-DUE to ws-date-show
               perform PARA-920-SHOW-DATE
               display "Next due date (DDMMYYYY) [" ws-date-disp "]:"
               move PPM-NEXT-DUE to ws-date-default
               perform PARA-900-TAKE-DATE
               if ws-date-result = 0 and ws-in-input not = spaces
                   display "Date not understood."
               else
                   move ws-date-result to PPM-NEXT-DUE
                   move 1 to ws-field-ok
               end-if
           end-perform

           move 0 to ws-field-ok
           perform until ws-field-ok = 1
               move PPM-CONTRACTOR-ID to ws-contr-disp
               display "Preferred contractor, 0 for none ["
                 ws-contr-disp "]:"
               move spaces to ws-in-input
               accept ws-in-input
               move 1 to ws-field-ok
               if ws-in-input not = spaces
                   move function numval(ws-in-input) to
                     PPM-CONTRACTOR-ID
               end-if
               if PPM-CONTRACTOR-ID not = 0
                   perform PARA-150-CHECK-CONTRACTOR
                   if ws-contractor-ok = 0
                       move 0 to PPM-CONTRACTOR-ID
                       move 0 to ws-field-ok
                   else
                       display "  " ws-contractor-name
                   end-if
               end-if
           end-perform

           move PPM-ESTIMATE to ws-money-disp
           display "Cost estimate each time [" ws-money-disp "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to PPM-ESTIMATE
           end-if

           move PPM-LEAD-DAYS to ws-lead-disp
           display "Days ahead to raise the job, 0 for the usual ["
             ws-lead-disp "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to PPM-LEAD-DAYS
           end-if.

      *A suspended firm is not given new planned work either.
       PARA-150-CHECK-CONTRACTOR.

           move 0 to ws-contractor-ok
           move spaces to ws-contractor-name
           open input contractor-file
           move PPM-CONTRACTOR-ID to CONTRACTOR-ID
           read contractor-file
               invalid key
                   display "No contractor with that reference."
               not invalid key
                   if CONTRACTOR-STATUS = "S"
                       display "That contractor is suspended."
                   else
                       move 1 to ws-contractor-ok
                       move CONTRACTOR-NAME to ws-contractor-name
                   end-if
           end-read
           close contractor-file.

       PARA-200-AMEND-TASK.

           perform PARA-250-PICK-TASK
           if ws-task-found = 1
               perform PARA-260-SHOW-TASK
               move PPM-RECORD to ws-audit-old-value
               move PPM-STATUS to ws-old-status
               perform PARA-110-KEY-TASK

               move 0 to ws-field-ok
               perform until ws-field-ok = 1
                   display "Status - A active, S stopped ["
                     PPM-STATUS "]:"
                   move spaces to ws-in-input
                   accept ws-in-input
                   move 1 to ws-field-ok
                   if ws-in-input not = spaces
                       move function upper-case(ws-in-input(1:1)) to
                         ws-in-input(1:1)
                       if ws-in-input(1:1) = "A" or
                         ws-in-input(1:1) = "S"
                           move ws-in-input(1:1) to PPM-STATUS
                       else
                           display "Answer A or S."
                           move 0 to ws-field-ok
                       end-if
                   end-if
               end-perform

               move function current-date(1:8) to PPM-AMENDED-DATE
               move ws-current-user-id to PPM-USER-ID
               open i-o ppm-file
               rewrite PPM-RECORD
               close ppm-file

               move "PPM" to ws-audit-record-type
               if PPM-STATUS = "S" and ws-old-status not = "S"
                   move "STOP" to ws-audit-action
               else
                   move "AMEND" to ws-audit-action
               end-if
               move PPM-ID to ws-audit-key
               move PPM-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               display "Task " PPM-ID " saved."
               if PPM-STATUS = "S" and PPM-OPEN-JOB-ID not = 0
                   display "Job " PPM-OPEN-JOB-ID " already raised for"
                     " it stays open - close it in maintenance jobs."
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-250-PICK-TASK.

           move 0 to ws-task-found
           display "Task reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-work-ppm-id
           if ws-work-ppm-id not = 0
               open input ppm-file
               move ws-work-ppm-id to PPM-ID
               read ppm-file
                   invalid key
                       display "No task with that reference."
                   not invalid key
                       move 1 to ws-task-found
               end-read
               close ppm-file
           end-if.

       PARA-260-SHOW-TASK.

           display " "
           display "Task      " PPM-ID " " PPM-TASK
           display "Property  " PPM-PROPERTY-ID
           move PPM-FREQ-MONTHS to ws-freq-disp
           move PPM-NEXT-DUE to ws-date-show
           perform PARA-920-SHOW-DATE
           display "Every     " ws-freq-disp " month(s), next due "
             ws-date-disp
           if PPM-LAST-DONE not = 0
               move PPM-LAST-DONE to ws-date-show
               perform PARA-920-SHOW-DATE
               display "Last done " ws-date-disp
           end-if
           if PPM-OPEN-JOB-ID not = 0
               display "Job open  " PPM-OPEN-JOB-ID
           end-if.

       PARA-300-LIST-SCHEDULE.

           perform PARA-050-PICK-PROPERTY
           if ws-property-ok = 1
               display " "
               display "PLANNED MAINTENANCE - " ws-ppm-property-id " "
                 PROPERTY-AL1 of property-record
               display "TASK   DESCRIPTION                    EVERY"
                 " NEXT DUE   CONTR   ESTIMATE S JOB"
               move 0 to ws-list-count
               move 0 to ws-scan-eof
               open input ppm-file
               move ws-ppm-property-id to PPM-PROPERTY-ID
               start ppm-file key = PPM-PROPERTY-ID
                   invalid key
                       move 1 to ws-scan-eof
               end-start
               perform until ws-scan-eof = 1
                   read ppm-file next record
                       at end
                           move 1 to ws-scan-eof
                       not at end
                           if PPM-PROPERTY-ID not = ws-ppm-property-id
                               move 1 to ws-scan-eof
                           else
                               perform PARA-310-LIST-LINE
                           end-if
                   end-read
               end-perform
               close ppm-file
               if ws-list-count = 0
                   display "No planned tasks on this property."
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-310-LIST-LINE.

           add 1 to ws-list-count
           move PPM-FREQ-MONTHS to ws-freq-disp
           move PPM-NEXT-DUE to ws-date-show
           perform PARA-920-SHOW-DATE
           move PPM-CONTRACTOR-ID to ws-contr-disp
           move PPM-ESTIMATE to ws-money-disp
           display PPM-ID " " PPM-TASK " " ws-freq-disp "M  "
             ws-date-disp " " ws-contr-disp " " ws-money-disp " "
             PPM-STATUS " " PPM-OPEN-JOB-ID.

      *----------------------------------------------------------
      * The year ahead for one landlord: each active task on each
      * of their properties counted for every time it falls due
      * between 1 January and 31 December - stepping on from its
      * next due date a frequency at a time - and costed at the
      * estimate.
      *----------------------------------------------------------
       PARA-400-FORECAST.

           display "Landlord (seller) ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-fc-seller-id

           move spaces to ws-fc-seller-name
           if ws-fc-seller-id not = 0
               open input seller-file
               perform Check-Seller-Open
               move ws-fc-seller-id to SELLER-ID of seller-record
               read seller-file
                   invalid key
                       display "No seller with that reference."
                       move 0 to ws-fc-seller-id
                   not invalid key
                       move SELLER-NAME of seller-record to
                         ws-fc-seller-name
               end-read
               close seller-file
           end-if

           if ws-fc-seller-id not = 0
               display "Forecast year (YYYY):"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to ws-fc-year
               if ws-fc-year < 1900
                   display "Year not understood."
               else
                   perform PARA-405-WRITE-FORECAST
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-405-WRITE-FORECAST.

           compute ws-fc-from = (ws-fc-year * 10000) + 0101
           compute ws-fc-to = (ws-fc-year * 10000) + 1231

           move spaces to ws-forecast-name
           string "PPMFCST.", ws-fc-year into ws-forecast-name
           perform PARA-410-LETTERHEAD
           open extend forecast-file

           move all "=" to forecast-line
           write forecast-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to forecast-line
               write forecast-line
           end-perform
           move all "-" to forecast-line
           write forecast-line
           move spaces to forecast-line
           string "PLANNED MAINTENANCE FORECAST ", ws-fc-year, " - ",
             ws-fc-seller-name, " (", ws-fc-seller-id, ")"
             delimited by size into forecast-line
           write forecast-line
           display forecast-line
           move "PROPERTY TASK                           EVERY TIMES"
             & "       COST" to forecast-line
           write forecast-line
           display forecast-line

           move 0 to ws-fc-year-cost
           move 0 to ws-fc-property-count
           move 0 to ws-fc-task-count

           move 0 to ws-end-of-file
           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if PROP-SELLER-ID of property-record =
                         ws-fc-seller-id
                           perform PARA-420-FORECAST-PROPERTY
                       end-if
               end-read
           end-perform
           close property-file

           move all "-" to forecast-line
           write forecast-line
           move ws-fc-year-cost to ws-fc-total-disp
           move spaces to forecast-line
           string "PLANNED COST FOR THE YEAR ", ws-fc-total-disp,
             " (", ws-fc-task-count, " VISIT(S))" delimited by size
             into forecast-line
           write forecast-line
           display forecast-line
           move "ESTIMATES ONLY - EACH JOB IS QUOTED BEFORE IT IS"
             & " PLACED." to forecast-line
           write forecast-line

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to forecast-line
               write forecast-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to forecast-line
               write forecast-line
           end-perform

           move all "=" to forecast-line
           write forecast-line
           close forecast-file

           move "PLANNED MAINT FORECAST" to WS-SPOOL-JOB
           move ws-forecast-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display ws-fc-property-count " propert(ies) on the"
             " forecast, written to " ws-forecast-name.

      *----------------------------------------------------------
      * A landlord has no branch of their own; the forecast goes
      * out under the branch that holds their first property.
      *----------------------------------------------------------
       PARA-410-LETTERHEAD.

           move 0 to WS-LHEAD-BRANCH-ID
           move 0 to ws-end-of-file
           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if PROP-SELLER-ID of property-record =
                         ws-fc-seller-id
                           move PROPERTY-BRANCH-ID of property-record
                             to WS-LHEAD-BRANCH-ID
                           move 1 to ws-end-of-file
                       end-if
               end-read
           end-perform
           close property-file
           call "LetterheadLines" using WS-LHEAD.

       PARA-420-FORECAST-PROPERTY.

           move property-id of property-record to ws-fc-this-property
           move 0 to ws-fc-prop-cost
           move 0 to ws-scan-eof
           open input ppm-file
           move ws-fc-this-property to PPM-PROPERTY-ID
           start ppm-file key = PPM-PROPERTY-ID
               invalid key
                   move 1 to ws-scan-eof
           end-start
           perform until ws-scan-eof = 1
               read ppm-file next record
                   at end
                       move 1 to ws-scan-eof
                   not at end
                       if PPM-PROPERTY-ID not = ws-fc-this-property
                           move 1 to ws-scan-eof
                       else
                           if PPM-STATUS = "A" and
                             PPM-NEXT-DUE not = 0
                               perform PARA-430-FORECAST-TASK
                           end-if
                       end-if
               end-read
           end-perform
           close ppm-file

           if ws-fc-prop-cost not = 0
               add 1 to ws-fc-property-count
               move ws-fc-prop-cost to ws-fc-total-disp
               move spaces to forecast-line
               string ws-fc-this-property, "   ",
                 PROPERTY-AL1 of property-record, " TOTAL ",
                 ws-fc-total-disp delimited by size into forecast-line
               write forecast-line
               display forecast-line
           end-if.

       PARA-430-FORECAST-TASK.

           move 0 to ws-fc-times
           move 0 to WS-PPMR-MONTHS
           move PPM-NEXT-DUE to WS-PPMR-DATE
           perform until WS-PPMR-DATE > ws-fc-to
               if WS-PPMR-DATE >= ws-fc-from
                   add 1 to ws-fc-times
               end-if
               if PPM-FREQ-MONTHS = 0
                   add 12 to WS-PPMR-MONTHS
               else
                   add PPM-FREQ-MONTHS to WS-PPMR-MONTHS
               end-if
               move PPM-NEXT-DUE to WS-PPMR-DATE
               perform Add-Ppm-Months
           end-perform

           if ws-fc-times not = 0
               compute ws-fc-task-cost = PPM-ESTIMATE * ws-fc-times
               add ws-fc-task-cost to ws-fc-prop-cost
               add ws-fc-task-cost to ws-fc-year-cost
               add ws-fc-times to ws-fc-task-count
               move PPM-FREQ-MONTHS to ws-freq-disp
               move ws-fc-times to ws-fc-times-disp
               move ws-fc-task-cost to ws-fc-total-disp
               move spaces to forecast-line
               string ws-fc-this-property, "   ", PPM-TASK, "  ",
                 ws-freq-disp, "M   ", ws-fc-times-disp, " ",
                 ws-fc-total-disp delimited by size into forecast-line
               write forecast-line
               display forecast-line
           end-if.

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
                     ws-date-yyyy < 1800
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

       copy "PpmRollForward.cpy".
       copy "ServiceLevelRead.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program PlannedMaintenance.
