      *REPORTINBOX.cbl
      *"Reports for you" - the reports delivered to the signed-on
      *user off the distribution lists (ReportDistribute.cbl),
      *newest first, with the ones not yet opened flagged NEW.
      *Called from Main.cbl at login, when it only appears if
      *something is waiting unopened, and from the reports menu,
      *when it always does (ws-inbox.cpy). Opening a report shows
      *the spooled dataset on screen and stamps the entry with the
      *first time it was opened and how often, so there is a record
      *of who opened what; each opening is audit-logged as
      *RPTBOX/OPEN.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ReportInbox.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "rptboxfile.cpy".
       copy "auditfile.cpy".

           select optional report-view-file assign to ws-view-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "rptboxrecord.cpy".
       copy "auditrecord.cpy".

       FD report-view-file.
       01 report-view-line pic x(250).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-in-input pic x(8) value spaces.
       01 ws-inbox-done pic 9 value 0 comp.
       01 ws-picked-id pic 9(6) value 0.
       01 ws-entry-found pic 9 value 0 comp.
       01 ws-view-name pic x(20) value spaces.
       01 ws-line-count pic 9(4) value 0.
       01 ws-new-count pic 9(4) value 0.
       01 ws-new-flag pic x(3) value spaces.
       01 ws-opened-disp pic x(10) value spaces.

      *This user's entries, read forward and listed backward.
       01 ws-box-count pic 9(3) value 0 comp.
       01 ws-box-idx pic 9(3) value 0 comp.
       01 ws-box-table occurs 200 times.
         03 box-id pic 9(6).
         03 box-job pic x(20).
         03 box-dataset pic x(20).
         03 box-sent-date pic 9(8).
         03 box-opened-date pic 9(8).

       linkage section.

       copy "ws-inbox.cpy".

       procedure division using WS-INBOX-MODE.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           perform PARA-100-LOAD-ENTRIES

           if INBOX-AT-LOGIN and ws-new-count = 0
               goback
           end-if

           move 0 to ws-inbox-done
           perform until ws-inbox-done = 1
               perform PARA-200-LIST-ENTRIES
               display "Report to open (reference, blank = return):"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input = spaces
                   move 1 to ws-inbox-done
               else
                   move function numval(ws-in-input) to ws-picked-id
                   perform PARA-300-OPEN-ENTRY
                   perform PARA-100-LOAD-ENTRIES
               end-if
           end-perform

           goback.

       PARA-100-LOAD-ENTRIES.

           move 0 to ws-box-count
           move 0 to ws-new-count
           move 0 to ws-end-of-file

           open input report-box-file
           perform until ws-end-of-file = 1
               read report-box-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if RPTBOX-USER-ID = ws-current-user-id
                           perform PARA-110-HOLD-ENTRY
                       end-if
               end-read
           end-perform
           close report-box-file.

      *Past 200 the oldest drop off the front of the table.
       PARA-110-HOLD-ENTRY.

           if RPTBOX-OPENED-DATE = 0
               add 1 to ws-new-count
           end-if

           if ws-box-count = 200
               perform varying ws-box-idx from 1 by 1
                 until ws-box-idx > 199
                   move ws-box-table(ws-box-idx + 1) to
                     ws-box-table(ws-box-idx)
               end-perform
           else
               add 1 to ws-box-count
           end-if

           move RPTBOX-ID to box-id(ws-box-count)
           move RPTBOX-JOB to box-job(ws-box-count)
           move RPTBOX-DATASET to box-dataset(ws-box-count)
           move RPTBOX-SENT-DATE to box-sent-date(ws-box-count)
           move RPTBOX-OPENED-DATE to box-opened-date(ws-box-count).

       PARA-200-LIST-ENTRIES.

           display " "
           display "----------------------------------------"
           display "     EAST REPORTS FOR YOU"
           display "----------------------------------------"
           display "REF        JOB                  SENT       "
             "DATASET              OPENED"

           perform varying ws-box-idx from ws-box-count by -1
             until ws-box-idx < 1
               move spaces to ws-new-flag
               move spaces to ws-opened-disp
               if box-opened-date(ws-box-idx) = 0
                   move "NEW" to ws-new-flag
               else
                   string box-opened-date(ws-box-idx)(7:2), "/",
                     box-opened-date(ws-box-idx)(5:2), "/",
                     box-opened-date(ws-box-idx)(1:4)
                     delimited by size into ws-opened-disp
               end-if
               display ws-new-flag " " box-id(ws-box-idx) " "
                 box-job(ws-box-idx) " "
                 box-sent-date(ws-box-idx)(7:2) "/"
                 box-sent-date(ws-box-idx)(5:2) "/"
                 box-sent-date(ws-box-idx)(1:4) " "
                 box-dataset(ws-box-idx) " " ws-opened-disp
           end-perform

           if ws-box-count = 0
               display "No reports have been sent to you."
           else
               display ws-new-count " report(s) not yet opened."
           end-if.

      *----------------------------------------------------------
      * Only the user a report was sent to can open it from here;
      * the first opening is kept, later ones only counted.
      *----------------------------------------------------------
       PARA-300-OPEN-ENTRY.

           move 0 to ws-entry-found
           open i-o report-box-file
           move ws-picked-id to RPTBOX-ID
           read report-box-file
               invalid key
                   continue
               not invalid key
                   if RPTBOX-USER-ID = ws-current-user-id
                       move 1 to ws-entry-found
                       if RPTBOX-OPENED-DATE = 0
                           move function current-date(1:8) to
                             RPTBOX-OPENED-DATE
                           move function current-date(9:6) to
                             RPTBOX-OPENED-TIME
                       end-if
                       add 1 to RPTBOX-OPEN-COUNT
                       rewrite REPORT-BOX-RECORD
                   end-if
           end-read
           close report-box-file

           if ws-entry-found = 0
               display "No report of yours with that reference."
               display "Press ENTER to continue."
               accept ws-continue
           else
               move "RPTBOX" to ws-audit-record-type
               move "OPEN" to ws-audit-action
               move RPTBOX-ID to ws-audit-key
               move RPTBOX-JOB to ws-audit-old-value
               move RPTBOX-DATASET to ws-audit-new-value
               perform Write-Audit-Log
               perform PARA-310-SHOW-REPORT
           end-if.

       PARA-310-SHOW-REPORT.

           move RPTBOX-DATASET to ws-view-name
           move 0 to ws-end-of-file
           move 0 to ws-line-count

           display " "
           open input report-view-file
           perform until ws-end-of-file = 1
               read report-view-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       display function trim(report-view-line
                         trailing)
                       add 1 to ws-line-count
               end-read
           end-perform
           close report-view-file

           display ws-line-count " line(s)."
           display "Press ENTER to continue."
           accept ws-continue.

       copy "AuditLogWrite.cpy".

       end program ReportInbox.
