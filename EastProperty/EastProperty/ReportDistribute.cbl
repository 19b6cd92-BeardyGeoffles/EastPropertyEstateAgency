      *REPORTDISTRIBUTE.cbl
      *Hands a newly spooled report to the people who should get
      *it. Called by Register-Spool-Output (SpoolWrite.cpy) for
      *every dataset put on the print-spool catalogue, with the
      *catalogue entry, job name and dataset (ws-distrib.cpy). When
      *DIST-LIST-FILE has a list for the job, every user on it - a
      *named user, or everyone in a named branch, optionally only
      *one role there - gets an entry on REPORT-BOX-FILE, which
      *ReportInbox.cbl shows them at login; where the list says so
      *an email is queued too (NOTIFY-QUEUE-FILE event REPORT). A
      *user reached twice, by name and through their branch, gets
      *the report once. Locked users are skipped. Each delivery is
      *audit-logged as RPTBOX/SEND. A job with no list is left
      *alone.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ReportDistribute.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "distlistfile.cpy".
       copy "rptboxfile.cpy".
       copy "userfile.cpy".
       copy "notifyqueuefile.cpy".
       copy "auditfile.cpy".
       copy "seqfile.cpy".

       data division.

       FILE SECTION.
       copy "distlistrecord.cpy".
       copy "rptboxrecord.cpy".
       copy "userrecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "auditrecord.cpy".
       copy "seqrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-nextid.cpy".
       copy "ws-notifyqueue.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-list-found pic 9 value 0 comp.
       01 ws-rx pic 99 value 0 comp.
       01 ws-dx pic 9(3) value 0 comp.
       01 ws-already pic 9 value 0 comp.
       01 ws-send-user-id pic 9(6) value 0.
       01 ws-send-via pic x value space.
       01 ws-send-email pic x value space.

      *Who has had this report so far this call.
       01 ws-done-count pic 9(3) value 0 comp.
       01 ws-done-table.
         03 ws-done-user-id pic 9(6) occurs 300 times.

       linkage section.

       copy "ws-distrib.cpy".

       procedure division using WS-DIST-SPOOL-ID WS-DIST-JOB
           WS-DIST-DATASET.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move 0 to ws-list-found
           move 0 to ws-done-count

           open input dist-list-file
           move WS-DIST-JOB to DIST-JOB
           read dist-list-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-list-found
           end-read
           close dist-list-file

           if ws-list-found = 1
               perform varying ws-rx from 1 by 1
                 until ws-rx > DIST-COUNT
                   move DIST-EMAIL(ws-rx) to ws-send-email
                   if DIST-TYPE(ws-rx) = "B"
                       perform PARA-200-SEND-TO-BRANCH
                   else
                       perform PARA-100-SEND-TO-USER
                   end-if
               end-perform
           end-if

           goback.

       PARA-100-SEND-TO-USER.

           open input user-file
           perform Check-User-Open
           move DIST-TARGET-ID(ws-rx) to USER-ID of USER-RECORD
           read user-file
               invalid key
                   continue
               not invalid key
                   if USER-LOCKED not = "Y"
                       move USER-ID of USER-RECORD to ws-send-user-id
                       move "U" to ws-send-via
                       perform PARA-300-DELIVER
                   end-if
           end-read
           close user-file.

       PARA-200-SEND-TO-BRANCH.

           move 0 to ws-end-of-file
           open input user-file
           perform Check-User-Open
           perform until ws-end-of-file = 1
               read user-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if USER-BRANCH-ID = DIST-TARGET-ID(ws-rx) and
                         USER-LOCKED not = "Y" and
                         (DIST-ROLE(ws-rx) = space or
                         USER-ROLE of USER-RECORD = DIST-ROLE(ws-rx))
                           move USER-ID of USER-RECORD to
                             ws-send-user-id
                           move "B" to ws-send-via
                           perform PARA-300-DELIVER
                       end-if
               end-read
           end-perform
           close user-file.

      *----------------------------------------------------------
      * One entry per user however many ways the list reaches
      * them; the email goes with the first way that asks for it.
      *----------------------------------------------------------
       PARA-300-DELIVER.

           move 0 to ws-already
           perform varying ws-dx from 1 by 1
             until ws-dx > ws-done-count
               if ws-done-user-id(ws-dx) = ws-send-user-id
                   move 1 to ws-already
               end-if
           end-perform

           if ws-already = 0 and ws-done-count < 300
               add 1 to ws-done-count
               move ws-send-user-id to ws-done-user-id(ws-done-count)
               perform PARA-310-WRITE-BOX-ENTRY
           end-if.

       PARA-310-WRITE-BOX-ENTRY.

           move "RPTBOX" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize REPORT-BOX-RECORD
           move WS-NEXTID-RESULT to RPTBOX-ID
           move ws-send-user-id to RPTBOX-USER-ID
           move WS-DIST-SPOOL-ID to RPTBOX-SPOOL-ID
           move WS-DIST-JOB to RPTBOX-JOB
           move WS-DIST-DATASET to RPTBOX-DATASET
           move ws-send-via to RPTBOX-VIA
           move "N" to RPTBOX-EMAILED
           if ws-send-email = "Y"
               move "Y" to RPTBOX-EMAILED
           end-if
           move function current-date(1:8) to RPTBOX-SENT-DATE
           move function current-date(9:6) to RPTBOX-SENT-TIME
           move 0 to RPTBOX-OPENED-DATE
           move 0 to RPTBOX-OPENED-TIME
           move 0 to RPTBOX-OPEN-COUNT

           open i-o report-box-file
           write REPORT-BOX-RECORD
           close report-box-file

           if RPTBOX-EMAILED = "Y"
               move 0 to WS-NOTIFY-PROPERTY-ID
               move 0 to WS-NOTIFY-BUYER-ID
               move 0 to WS-NOTIFY-SELLER-ID
               move ws-send-user-id to WS-NOTIFY-USER-ID
               move "REPORT" to WS-NOTIFY-EVENT-TYPE
               move WS-DIST-SPOOL-ID to WS-NOTIFY-REF-ID
               perform Write-Notify-Queue
           end-if

           move "RPTBOX" to ws-audit-record-type
           move "SEND" to ws-audit-action
           move RPTBOX-ID to ws-audit-key
           move WS-DIST-JOB to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "TO USER ", ws-send-user-id, " SPOOL ",
             WS-DIST-SPOOL-ID, " ", WS-DIST-DATASET
             delimited by size into ws-audit-new-value
           perform Write-Audit-Log.

       copy "GenerateNextId.cpy".
       copy "NotifyQueueWrite.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program ReportDistribute.
