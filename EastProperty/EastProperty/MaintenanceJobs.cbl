      *  4. Overdue jobs report (open jobs older than their
      *     priority's allowance - U 2 days, H 7 days, R 30 days)
      *  5. Printable works order to the contractor
      *  6. Planned maintenance schedules (PlannedMaintenance.cbl)
      *  7. Import the repair requests from the website form
      *     (RepairRequestImport.cbl, also a nightly step)
      *A job may not be placed with a contractor whose insurance has
      *lapsed (manager override with a second F1), nor with a quote
      *over the landlord's SELLER-APPROVAL-LIMIT until the recorded
      *landlord approval is on the job. No new job is taken on a
      *let-only letting (ServiceAgreement.cbl) - its repairs are the
      *landlord's to arrange. The works order carries the letterhead
      *of the property's branch (LetterheadLines.cbl) as its header
      *and footer.
      *F10 on a job being updated lists its property, landlord, lead
      *tenant and contractor and opens any of them
      *(LinkedRecords.cbl); handed a job reference in LINK-OPEN-ID,
      *this program opens that job straight away and returns when
      *the user leaves it.
      *Completing a job raised from the planned maintenance schedule
      *rolls its task on to the next due date (PpmRollForward.cpy).
      *A job reported by a tenant through the website form tells
      *that tenant, through the notification queue, when a
      *contractor is first put on it (REPAIRASG) and when it is
      *completed (REPAIRDONE).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. MaintenanceJobs.
       copy "contractorfile.cpy".
       copy "sellerfile.cpy".
       copy "seqfile.cpy".
       copy "svcagreefile.cpy".
       copy "ppmfile.cpy".
       copy "notifyqueuefile.cpy".

           select optional works-order-file assign to
               ws-workord-name
       copy "contractorrecord.cpy".
       copy "sellerrecord.cpy".
       copy "seqrecord.cpy".
       copy "svcagreerecord.cpy".
       copy "ppmrecord.cpy".
       copy "notifyqueuerecord.cpy".

       FD works-order-file.
       01 works-order-line pic x(90).
       copy "ws-functionkeys.cpy".
       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-svcagree.cpy".
       copy "ws-letterhead.cpy".
       copy "ws-linked.cpy".
       copy "ws-ppmroll.cpy".
       copy "ws-notifyqueue.cpy".

       01 ws-ins-expired pic 9 value 0 comp.
       01 ws-override-armed pic 9 value 0 comp.

       01 ws-approval-limit pic 9(6)v99 value 0.
       01 ws-workord-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-workord-input pic x(6) value spaces.
       01 ws-workord-job-id pic 9(6) value 0.
       01 ws-quote-disp pic zzz,zz9.99.
       01 ws-contractor-valid-message pic x(40) value spaces.

       01 ws-update-maint-id pic 9(6) value 0.
       01 ws-link-open-input pic x(6) value spaces.
       01 ws-valid-job-found pic 9 value 0 comp.
       01 ws-old-contractor-id pic 9(4) value 0.
       01 ws-old-completed-year pic 9999 value 0.

       01 ws-open-property-id pic 9(6) value 0.
       01 ws-open-count pic 9(4) value 0.
         03 LINE 10 COL 29 "3. OPEN JOBS BY PROPERTY".
         03 LINE 12 COL 29 "4. OVERDUE JOBS REPORT".
         03 LINE 14 COL 29 "5. PRINT WORKS ORDER".
         03 LINE 16 COL 29 "6. PLANNED MAINTENANCE".
         03 LINE 18 COL 29 "7. WEBSITE REPAIR REQUESTS".
         03 LINE 20 COL 29 "8. RETURN TO MENU".
         03 LINE 22 COL 29 value "MENU: [".
         03 pic x USING MENU-IN foreground-color 10 HIGHLIGHT PROMPT
            " ".
         03 value "]".
         03 LINE 12 COL 29 foreground-color 14 "4".
         03 LINE 14 COL 29 foreground-color 14 "5".
         03 LINE 16 COL 29 foreground-color 14 "6".
         03 LINE 18 COL 29 foreground-color 14 "7".
         03 LINE 20 COL 29 foreground-color 14 "8".

       01 MAINT-DETAILS-SCREEN foreground-color 15 AUTO UPPER.
         03 blank screen.
           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value.

           display "LINK-OPEN-ID" upon environment-name
           move spaces to ws-link-open-input
           accept ws-link-open-input from environment-value
           if ws-link-open-input not = spaces
               display "LINK-OPEN-ID" upon environment-name
               display " " upon environment-value
               perform PARA-932-OPEN-LINKED-JOB
               goback
           end-if.

       PARA-900-OPEN-MAINT-MENU.

           PERFORM UNTIL 1 = 0
                       WHEN 5
                           PERFORM PARA-970-PRINT-WORKS-ORDER
                       WHEN 6
                           call "PlannedMaintenance"
                       WHEN 7
                           call "RepairRequestImport"
                           display "Press ENTER to continue."
                           accept ws-continue
                       WHEN 8
                           goback
                       WHEN OTHER
                           if key-code-1 = 0
                   perform PARA-940-VERIFY-PROPERTY
                   perform PARA-945-VERIFY-CONTRACTOR
                   perform PARA-920-VALIDATE-JOB
                   if ws-message = spaces
                       perform PARA-921-CHECK-SERVICE-LEVEL
                   end-if

                   if ws-message = spaces
                       OPEN i-O maint-job-file
               perform PARA-927-CHECK-APPROVAL-LIMIT
           end-if.

      *A let-only letting is not managed by us - the tenant
      *reports the fault to the landlord, and no job is raised.
       PARA-921-CHECK-SERVICE-LEVEL.

           move MAINT-PROPERTY-ID to WS-SVC-PROPERTY-ID
           perform Read-Service-Agreement
           if WS-SVC-LET-ONLY
               move "Let-only letting - repairs are the landlord's."
                 to ws-message
               move 04 to ws-color
           end-if.

      *----------------------------------------------------------
      * The landlord's money, the landlord's say-so: a quote over
      * the SELLER-APPROVAL-LIMIT on the landlord's record cannot

           move 0 to ws-done.

       PARA-932-OPEN-LINKED-JOB.
           move function numval(ws-link-open-input) to
             ws-update-maint-id
           open input maint-job-file
           move ws-update-maint-id to MAINT-ID
           read maint-job-file
               invalid key
                   close maint-job-file
               not invalid key
                   close maint-job-file
                   move spaces to ws-message
                   perform PARA-935-AMEND-JOB
           end-read.

       PARA-935-AMEND-JOB.
           move 0 to ws-done
           move MAINT-CONTRACTOR-ID to ws-old-contractor-id
           move MAINT-COMPLETED-YEAR to ws-old-completed-year

           perform until done

               perform PARA-945-VERIFY-CONTRACTOR

               DISPLAY MAINT-DETAILS-SCREEN
               display "F10 - LINKED RECORDS" at line 25 col 2
               display "F10" at line 25 col 2 foreground-color 14
               ACCEPT MAINT-DETAILS-SCREEN

               if key-code-1 = 0
                   move 1 to ws-done
               end-if

               if key-code-1 = 10
                   initialize WS-LINK
                   move "J" to WS-LINK-TYPE
                   move MAINT-ID to WS-LINK-ID
                   call "LinkedRecords" using WS-LINK
               end-if

               if key-code-1 = 1
                   perform PARA-940-VERIFY-PROPERTY
                   perform PARA-945-VERIFY-CONTRACTOR
                       CLOSE maint-job-file
                       move "Job updated." to ws-message
                       move 10 to ws-color
                       if MAINT-PPM-ID not = 0 and
                         MAINT-COMPLETED-YEAR not = 0
                           perform PARA-937-ROLL-PLANNED-TASK
                       end-if
                       if MAINT-TENANT-ID not = 0
                           perform PARA-938-TELL-TENANT
                       end-if
                       move 1 to ws-done
                   end-if
               end-if

           move 0 to ws-done.

      *----------------------------------------------------------
      * A planned job done: its task on the schedule moves on to
      * the next due date, ready for the nightly run to raise the
      * next one. Only the job the task is waiting on moves it.
      *----------------------------------------------------------
       PARA-937-ROLL-PLANNED-TASK.

           open i-o ppm-file
           move MAINT-PPM-ID to PPM-ID
           read ppm-file
               invalid key
                   continue
               not invalid key
                   if PPM-OPEN-JOB-ID = MAINT-ID
                       compute WS-PPMR-DONE-DATE =
                         (MAINT-COMPLETED-YEAR * 10000) +
                         (MAINT-COMPLETED-MONTH * 100) +
                         MAINT-COMPLETED-DAY
                       perform Advance-Ppm-Due
                       rewrite PPM-RECORD
                       move spaces to ws-message
                       string "Job updated - planned task next due ",
                         PPM-NEXT-DUE(7:2), "/", PPM-NEXT-DUE(5:2),
                         "/", PPM-NEXT-DUE(1:4), "." delimited by size
                         into ws-message
                   end-if
           end-read
           close ppm-file.

      *----------------------------------------------------------
      * The tenant who reported the job from the website hears
      * when a contractor first goes on it and when it is done.
      *----------------------------------------------------------
       PARA-938-TELL-TENANT.

           move MAINT-PROPERTY-ID to WS-NOTIFY-PROPERTY-ID
           move 0 to WS-NOTIFY-BUYER-ID
           move 0 to WS-NOTIFY-SELLER-ID
           move 0 to WS-NOTIFY-USER-ID

           if ws-old-contractor-id = 0 and MAINT-CONTRACTOR-ID not = 0
               move "REPAIRASG" to WS-NOTIFY-EVENT-TYPE
               move MAINT-ID to WS-NOTIFY-REF-ID
               perform Write-Notify-Queue
           end-if

           if ws-old-completed-year = 0 and
             MAINT-COMPLETED-YEAR not = 0
               move "REPAIRDONE" to WS-NOTIFY-EVENT-TYPE
               move MAINT-ID to WS-NOTIFY-REF-ID
               perform Write-Notify-Queue
           end-if.

       PARA-940-VERIFY-PROPERTY.
           move 0 to ws-valid-property
           move "Enter a valid property reference." to
           move function current-date(1:8) to ws-today-yyyymmdd
           string "WORKORD.", ws-today-yyyymmdd into ws-workord-name

           move 0 to WS-LHEAD-BRANCH-ID
           open input property-file
           perform Check-Property-Open
           move MAINT-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   move PROPERTY-BRANCH-ID of property-record to
                     WS-LHEAD-BRANCH-ID
           end-read
           close property-file
           call "LetterheadLines" using WS-LHEAD

           open extend works-order-file

           move all "=" to works-order-line
           write works-order-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 works-order-line
               write works-order-line
           end-perform
           move all "-" to works-order-line
           write works-order-line
           move spaces to works-order-line
           string "WORKS ORDER - JOB ", MAINT-ID into
             works-order-line
               write works-order-line
           end-if

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to works-order-line
               write works-order-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 works-order-line
               write works-order-line
           end-perform

           move all "=" to works-order-line
           write works-order-line

           accept ws-continue.

       copy "GenerateNextId.cpy".
       copy "ServiceLevelRead.cpy".
       copy "PpmRollForward.cpy".
       copy "NotifyQueueWrite.cpy".

       copy "MainFileOpenCheck.cpy".

