      *PLANNEDMAINTENANCERUN.cbl
      *Batch job: raises the planned maintenance. Every active task
      *on the schedule (PPM-FILE, kept by PlannedMaintenance.cbl)
      *with no job open gets a routine MAINT-JOB-RECORD once today
      *reaches its lead time before PPM-NEXT-DUE - the task's own
      *PPM-LEAD-DAYS, or CONFIG-FILE setting PPM-JOB-LEAD (default
      *21 days) - pre-filled with the task, the preferred
      *contractor, the cost estimate as the quote and the due date,
      *and linked back by MAINT-PPM-ID. A task whose job has since
      *been completed has its next due date rolled forward
      *(PpmRollForward.cpy) before anything is raised, so the
      *schedule keeps turning even for a job closed outside
      *MaintenanceJobs.cbl; a job that has gone from the file frees
      *its task. Lettings that are no longer ours to manage - off
      *the lettings book, or let-only (ServiceLevelRead.cpy) - are
      *passed over. Run as a step of the nightly batch
      *(BatchConsole.cbl); PlannedMaintenance.cbl also runs it on
      *demand.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. PlannedMaintenanceRun.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "ppmfile.cpy".
       copy "maintjobfile.cpy".
       copy "propertyfile.cpy".
       copy "svcagreefile.cpy".
       copy "configfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "ppmrecord.cpy".
       copy "maintjobrecord.cpy".
       copy "propertyrecord.cpy".
       copy "svcagreerecord.cpy".
       copy "configrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-svcagree.cpy".
       copy "ws-ppmroll.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-default-lead pic 9(4) value 0.
       01 ws-lead-days pic 9(4) value 0.
       01 ws-raise-integer pic 9(8) value 0.
       01 ws-job-found pic 9 value 0 comp.
       01 ws-job-done-date pic 9(8) value 0.
       01 ws-managed pic 9 value 0 comp.

       01 ws-raised-count pic 9(6) value 0.
       01 ws-rolled-count pic 9(6) value 0.
       01 ws-freed-count pic 9(6) value 0.
       01 ws-passed-count pic 9(6) value 0.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST PLANNED MAINTENANCE RUN"
           display "-----------------------------------------------"

           move "PPM-JOB-LEAD" to WS-CONFIG-NAME
           move 21 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-default-lead

           move function current-date(1:8) to ws-today-yyyymmdd

           move 0 to ws-raised-count
           move 0 to ws-rolled-count
           move 0 to ws-freed-count
           move 0 to ws-passed-count

           move 0 to ws-end-of-file
           open i-o ppm-file
           perform until ws-end-of-file = 1
               read ppm-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if PPM-STATUS = "A"
                           perform PARA-100-ONE-TASK
                       end-if
               end-read
           end-perform
           close ppm-file

           display "-----------------------------------------------"
           display ws-rolled-count " task(s) rolled forward."
           display ws-freed-count " task(s) freed - job gone."
           display ws-raised-count " planned job(s) raised."
           display ws-passed-count " task(s) passed over - not"
             " managed."
           display "-----------------------------------------------"

           goback.

      *----------------------------------------------------------
      * The open job is looked at first: completed, the task rolls
      * on and may fall due again at once; still open, nothing is
      * raised on top of it.
      *----------------------------------------------------------
       PARA-100-ONE-TASK.

           if PPM-OPEN-JOB-ID not = 0
               perform PARA-150-CHECK-OPEN-JOB
           end-if

           if PPM-OPEN-JOB-ID = 0 and PPM-NEXT-DUE not = 0
               if PPM-LEAD-DAYS = 0
                   move ws-default-lead to ws-lead-days
               else
                   move PPM-LEAD-DAYS to ws-lead-days
               end-if
               compute ws-raise-integer =
                 function integer-of-date(PPM-NEXT-DUE) -
                 ws-lead-days
               if function integer-of-date(ws-today-yyyymmdd) >=
                 ws-raise-integer
                   perform PARA-200-CHECK-MANAGED
                   if ws-managed = 1
                       perform PARA-300-RAISE-JOB
                   else
                       add 1 to ws-passed-count
                   end-if
               end-if
           end-if.

       PARA-150-CHECK-OPEN-JOB.

           move 0 to ws-job-found
           move 0 to ws-job-done-date
           open input maint-job-file
           move PPM-OPEN-JOB-ID to MAINT-ID
           read maint-job-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-job-found
                   if MAINT-COMPLETED-YEAR not = 0
                       compute ws-job-done-date =
                         (MAINT-COMPLETED-YEAR * 10000) +
                         (MAINT-COMPLETED-MONTH * 100) +
                         MAINT-COMPLETED-DAY
                   end-if
           end-read
           close maint-job-file

           if ws-job-found = 0
               move 0 to PPM-OPEN-JOB-ID
               rewrite PPM-RECORD
               add 1 to ws-freed-count
               display "Task " PPM-ID " freed - job no longer on file."
           else
               if ws-job-done-date not = 0
                   move ws-job-done-date to WS-PPMR-DONE-DATE
                   perform Advance-Ppm-Due
                   rewrite PPM-RECORD
                   add 1 to ws-rolled-count
                   display "Task " PPM-ID " rolled forward - next due "
                     PPM-NEXT-DUE(7:2) "/" PPM-NEXT-DUE(5:2) "/"
                     PPM-NEXT-DUE(1:4)
               end-if
           end-if.

       PARA-200-CHECK-MANAGED.

           move 0 to ws-managed
           open input property-file
           perform Check-Property-Open
           move PPM-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   if LISTING-TYPE of property-record = "L"
                       move 1 to ws-managed
                   end-if
           end-read
           close property-file

           if ws-managed = 1
               move PPM-PROPERTY-ID to WS-SVC-PROPERTY-ID
               perform Read-Service-Agreement
               if WS-SVC-LET-ONLY
                   move 0 to ws-managed
               end-if
           end-if.

       PARA-300-RAISE-JOB.

           move "MAINTJOB" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize MAINT-JOB-RECORD
           move WS-NEXTID-RESULT to MAINT-ID
           move PPM-PROPERTY-ID to MAINT-PROPERTY-ID
           move ws-today-yyyymmdd(7:2) to MAINT-REPORTED-DAY
           move ws-today-yyyymmdd(5:2) to MAINT-REPORTED-MONTH
           move ws-today-yyyymmdd(1:4) to MAINT-REPORTED-YEAR
           move spaces to MAINT-DESC
           string "PLANNED: ", PPM-TASK delimited by size into
             MAINT-DESC
           move "R" to MAINT-PRIORITY
           move PPM-CONTRACTOR-ID to MAINT-CONTRACTOR-ID
           move PPM-ESTIMATE to MAINT-QUOTE-AMOUNT
           move PPM-NEXT-DUE(7:2) to MAINT-DUE-DAY
           move PPM-NEXT-DUE(5:2) to MAINT-DUE-MONTH
           move PPM-NEXT-DUE(1:4) to MAINT-DUE-YEAR
           move PPM-ID to MAINT-PPM-ID

           open i-o maint-job-file
           write MAINT-JOB-RECORD
           close maint-job-file

           move MAINT-ID to PPM-OPEN-JOB-ID
           rewrite PPM-RECORD

           move "MAINTJOB" to ws-audit-record-type
           move "PLAN" to ws-audit-action
           move MAINT-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move MAINT-JOB-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           add 1 to ws-raised-count
           display "Raised planned job " MAINT-ID " for PROPERTY "
             PPM-PROPERTY-ID " - " PPM-TASK.

       copy "PpmRollForward.cpy".
       copy "ServiceLevelRead.cpy".
       copy "ReadConfigValue.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program PlannedMaintenanceRun.
