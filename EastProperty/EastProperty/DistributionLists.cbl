      *DISTRIBUTIONLISTS.cbl
      *Keeps the report distribution lists (DIST-LIST-FILE) - who
      *receives each spooled report, by its print-spool job name -
      *and shows who opened what. A list names up to fifteen
      *recipients, each a user or a whole branch (optionally only
      *its managers, admins, negotiators or juniors), with or
      *without an email as well. ReportDistribute.cbl delivers from
      *these lists whenever a job spools a report. Options:
      *  1. List the distribution lists.
      *  2. Show or change one list - add or remove recipients.
      *  3. Delete a list.
      *  4. Who opened what - every delivery of a job (or of every
      *     job) with when it was opened, or NOT OPENED.
      *  5. Report job names on the print-spool catalogue, so a
      *     list is set up under the name the job really uses.
      *Managers and admins only; every change is audit-logged
      *under DISTLIST. Reached from the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. DistributionLists.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "distlistfile.cpy".
       copy "rptboxfile.cpy".
       copy "spoolfile.cpy".
       copy "userfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "distlistrecord.cpy".
       copy "rptboxrecord.cpy".
       copy "spoolrecord.cpy".
       copy "userrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(20) value spaces.
       01 ws-code-input pic x value space.
       01 ws-job-name pic x(20) value spaces.
       01 ws-list-found pic 9 value 0 comp.
       01 ws-edit-done pic 9 value 0 comp.
       01 ws-list-count pic 9(4) value 0.
       01 ws-open-count pic 9(4) value 0.
       01 ws-rx pic 99 value 0 comp.
       01 ws-remove-no pic 99 value 0.

       01 ws-new-type pic x value space.
       01 ws-new-target pic 9(6) value 0.
       01 ws-new-role pic x value space.
       01 ws-new-email pic x value space.
       01 ws-target-ok pic 9 value 0 comp.
       01 ws-recipient-words pic x(40) value spaces.
       01 ws-user-name-disp pic x(10) value spaces.
       01 ws-opened-disp pic x(16) value spaces.

      *Distinct job names seen on the spool catalogue.
       01 ws-job-count pic 99 value 0 comp.
       01 ws-jx pic 99 value 0 comp.
       01 ws-job-seen pic 9 value 0 comp.
       01 ws-job-table.
         03 ws-job-entry pic x(20) occurs 60 times.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value

           if not (is-admin or role-is-manager or role-is-admin-role)
               display "Distribution lists are kept by managers and"
                 " admins."
               display "Press ENTER to continue."
               accept ws-continue
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST REPORT DISTRIBUTION LISTS"
               display "----------------------------------------"
               display "1. LIST DISTRIBUTION LISTS"
               display "2. SHOW OR CHANGE A LIST"
               display "3. DELETE A LIST"
               display "4. WHO OPENED WHAT"
               display "5. REPORT JOB NAMES ON THE SPOOL"
               display "6. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-LIST-LISTS
                   when "2"
                       perform PARA-200-CHANGE-LIST
                   when "3"
                       perform PARA-300-DELETE-LIST
                   when "4"
                       perform PARA-400-WHO-OPENED
                   when "5"
                       perform PARA-500-JOB-NAMES
                   when "6"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

       PARA-100-LIST-LISTS.

           move 0 to ws-list-count
           move 0 to ws-end-of-file
           display " "
           display "REPORT JOB           RECIPIENTS  UPDATED    BY"

           open input dist-list-file
           perform until ws-end-of-file = 1
               read dist-list-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       add 1 to ws-list-count
                       display DIST-JOB " " DIST-COUNT "          "
                         DIST-UPDATED-DATE(7:2) "/"
                         DIST-UPDATED-DATE(5:2) "/"
                         DIST-UPDATED-DATE(1:4) " " DIST-UPDATED-BY
               end-read
           end-perform
           close dist-list-file

           display ws-list-count " distribution list(s)."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-150-KEY-JOB.

           display "Report job name (as on the print spool):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to ws-job-name.

      *----------------------------------------------------------
      * The list stays open for the whole edit and is written back
      * after every change, so a half-finished edit is never lost.
      *----------------------------------------------------------
       PARA-200-CHANGE-LIST.

           perform PARA-150-KEY-JOB
           if ws-job-name not = spaces
               move 0 to ws-list-found
               open i-o dist-list-file
               move ws-job-name to DIST-JOB
               read dist-list-file
                   invalid key
                       initialize DIST-LIST-RECORD
                       move ws-job-name to DIST-JOB
                       move 0 to DIST-COUNT
                       display "No list yet for " ws-job-name
                         " - recipients added will start one."
                   not invalid key
                       move 1 to ws-list-found
               end-read

               move 0 to ws-edit-done
               perform until ws-edit-done = 1
                   perform PARA-210-SHOW-LIST
                   display "A add a recipient, R remove one,"
                     " blank = done:"
                   move space to ws-code-input
                   accept ws-code-input
                   evaluate ws-code-input
                       when "A"
                       when "a"
                           perform PARA-220-ADD-RECIPIENT
                       when "R"
                       when "r"
                           perform PARA-240-REMOVE-RECIPIENT
                       when other
                           move 1 to ws-edit-done
                   end-evaluate
               end-perform
               close dist-list-file
           end-if.

       PARA-210-SHOW-LIST.

           display " "
           display "DISTRIBUTION LIST FOR " DIST-JOB
           perform varying ws-rx from 1 by 1 until ws-rx > DIST-COUNT
               perform PARA-215-DESCRIBE-RECIPIENT
               display ws-rx ". " ws-recipient-words
           end-perform
           if DIST-COUNT = 0
               display "Nobody on the list."
           end-if.

       PARA-215-DESCRIBE-RECIPIENT.

           move spaces to ws-recipient-words
           if DIST-TYPE(ws-rx) = "B"
               string "BRANCH ", DIST-TARGET-ID(ws-rx)(5:2)
                 delimited by size into ws-recipient-words
               evaluate DIST-ROLE(ws-rx)
                   when "M"
                       move "MANAGERS" to ws-recipient-words(11:11)
                   when "A"
                       move "ADMINS" to ws-recipient-words(11:11)
                   when "N"
                       move "NEGOTIATORS" to
                         ws-recipient-words(11:11)
                   when "J"
                       move "JUNIORS" to ws-recipient-words(11:11)
                   when other
                       move "EVERYONE" to ws-recipient-words(11:11)
               end-evaluate
           else
               string "USER ", DIST-TARGET-ID(ws-rx)
                 delimited by size into ws-recipient-words
           end-if
           if DIST-EMAIL(ws-rx) = "Y"
               move "+ EMAIL" to ws-recipient-words(24:7)
           end-if.

       PARA-220-ADD-RECIPIENT.

           if DIST-COUNT = 15
               display "The list is full - remove someone first."
           else
               display "U a user or B a branch:"
               move space to ws-code-input
               accept ws-code-input
               move function upper-case(ws-code-input) to ws-new-type
               display "User ID or branch number:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to ws-new-target
               move space to ws-new-role
               if ws-new-type = "B"
                   display "Only M managers, A admins, N negotiators,"
                   display "J juniors (blank = everyone):"
                   move space to ws-code-input
                   accept ws-code-input
                   move function upper-case(ws-code-input) to
                     ws-new-role
               end-if
               display "Email them as well? (Y/N)"
               move space to ws-code-input
               accept ws-code-input
               move function upper-case(ws-code-input) to
                 ws-new-email
               if ws-new-email not = "Y"
                   move "N" to ws-new-email
               end-if
               perform PARA-230-CHECK-TARGET
               if ws-target-ok = 1
                   perform PARA-235-STORE-RECIPIENT
               end-if
           end-if.

       PARA-230-CHECK-TARGET.

           move 0 to ws-target-ok
           evaluate ws-new-type
               when "U"
                   open input user-file
                   perform Check-User-Open
                   move ws-new-target to USER-ID of USER-RECORD
                   read user-file
                       invalid key
                           display "No user with that ID."
                       not invalid key
                           move 1 to ws-target-ok
                           display "Adding " USER-NAME of USER-RECORD
                   end-read
                   close user-file
               when "B"
                   if ws-new-target > 0 and ws-new-target < 100 and
                     (ws-new-role = space or ws-new-role = "M" or
                     ws-new-role = "A" or ws-new-role = "N" or
                     ws-new-role = "J")
                       move 1 to ws-target-ok
                   else
                       display "Branch 1 to 99, role M, A, N, J or"
                         " blank."
                   end-if
               when other
                   display "U or B only."
           end-evaluate

           if ws-target-ok = 1
               perform varying ws-rx from 1 by 1
                 until ws-rx > DIST-COUNT
                   if DIST-TYPE(ws-rx) = ws-new-type and
                     DIST-TARGET-ID(ws-rx) = ws-new-target and
                     DIST-ROLE(ws-rx) = ws-new-role
                       move 0 to ws-target-ok
                   end-if
               end-perform
               if ws-target-ok = 0
                   display "Already on the list."
               end-if
           end-if.

       PARA-235-STORE-RECIPIENT.

           add 1 to DIST-COUNT
           move ws-new-type to DIST-TYPE(DIST-COUNT)
           move ws-new-target to DIST-TARGET-ID(DIST-COUNT)
           move ws-new-role to DIST-ROLE(DIST-COUNT)
           move ws-new-email to DIST-EMAIL(DIST-COUNT)
           move DIST-COUNT to ws-rx
           perform PARA-215-DESCRIBE-RECIPIENT

           move "DISTLIST" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move ws-new-target to ws-audit-key
           move DIST-JOB to ws-audit-old-value
           move ws-recipient-words to ws-audit-new-value
           perform PARA-260-SAVE-LIST.

       PARA-240-REMOVE-RECIPIENT.

           display "Remove which number?"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-remove-no

           if ws-remove-no > 0 and ws-remove-no not > DIST-COUNT
               move ws-remove-no to ws-rx
               perform PARA-215-DESCRIBE-RECIPIENT
               move "DISTLIST" to ws-audit-record-type
               move "REMOVE" to ws-audit-action
               move DIST-TARGET-ID(ws-remove-no) to ws-audit-key
               move DIST-JOB to ws-audit-old-value
               move ws-recipient-words to ws-audit-new-value

               perform varying ws-rx from ws-remove-no by 1
                 until ws-rx not < DIST-COUNT
                   move DIST-RECIPIENT(ws-rx + 1) to
                     DIST-RECIPIENT(ws-rx)
               end-perform
               initialize DIST-RECIPIENT(DIST-COUNT)
               subtract 1 from DIST-COUNT
               perform PARA-260-SAVE-LIST
           else
               display "No such number on the list."
           end-if.

      *Audit fields are set by the caller.
       PARA-260-SAVE-LIST.

           move ws-current-user-id to DIST-UPDATED-BY
           move function current-date(1:8) to DIST-UPDATED-DATE
           if ws-list-found = 1
               rewrite DIST-LIST-RECORD
           else
               write DIST-LIST-RECORD
               move 1 to ws-list-found
           end-if
           perform Write-Audit-Log.

       PARA-300-DELETE-LIST.

           perform PARA-150-KEY-JOB
           open i-o dist-list-file
           move ws-job-name to DIST-JOB
           read dist-list-file
               invalid key
                   display "No list for that job."
               not invalid key
                   display "Delete the list for " DIST-JOB " ("
                     DIST-COUNT " recipients)? (Y/N)"
                   move space to ws-code-input
                   accept ws-code-input
                   if ws-code-input = "Y" or ws-code-input = "y"
                       delete dist-list-file record
                       move "DISTLIST" to ws-audit-record-type
                       move "DELETE" to ws-audit-action
                       move 0 to ws-audit-key
                       move DIST-JOB to ws-audit-old-value
                       move spaces to ws-audit-new-value
                       perform Write-Audit-Log
                       display "List deleted."
                   end-if
           end-read
           close dist-list-file
           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * Every delivery, oldest first, with whether and when it was
      * opened - the answer to "I never got it".
      *----------------------------------------------------------
       PARA-400-WHO-OPENED.

           display "Report job name (blank = every job):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to ws-job-name

           move 0 to ws-list-count
           move 0 to ws-open-count
           move 0 to ws-end-of-file
           display " "
           display "JOB                  SPOOL  USER   NAME       SENT"
             "       OPENED           TIMES"

           open input user-file
           perform Check-User-Open
           open input report-box-file
           perform until ws-end-of-file = 1
               read report-box-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if ws-job-name = spaces or
                         RPTBOX-JOB = ws-job-name
                           perform PARA-410-SHOW-DELIVERY
                       end-if
               end-read
           end-perform
           close report-box-file
           close user-file

           display ws-list-count " deliver(ies), " ws-open-count
             " opened."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-410-SHOW-DELIVERY.

           add 1 to ws-list-count
           move spaces to ws-user-name-disp
           move RPTBOX-USER-ID to USER-ID of USER-RECORD
           read user-file
               invalid key
                   continue
               not invalid key
                   move USER-NAME of USER-RECORD to ws-user-name-disp
           end-read

           move "NOT OPENED" to ws-opened-disp
           if RPTBOX-OPENED-DATE not = 0
               add 1 to ws-open-count
               move spaces to ws-opened-disp
               string RPTBOX-OPENED-DATE(7:2), "/",
                 RPTBOX-OPENED-DATE(5:2), "/",
                 RPTBOX-OPENED-DATE(1:4), " ",
                 RPTBOX-OPENED-TIME(1:2), ":",
                 RPTBOX-OPENED-TIME(3:2)
                 delimited by size into ws-opened-disp
           end-if

           display RPTBOX-JOB " " RPTBOX-SPOOL-ID " "
             RPTBOX-USER-ID " " ws-user-name-disp " "
             RPTBOX-SENT-DATE(7:2) "/" RPTBOX-SENT-DATE(5:2) "/"
             RPTBOX-SENT-DATE(1:4) " " ws-opened-disp " "
             RPTBOX-OPEN-COUNT.

       PARA-500-JOB-NAMES.

           move 0 to ws-job-count
           move 0 to ws-end-of-file

           open input spool-file
           perform until ws-end-of-file = 1
               read spool-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move 0 to ws-job-seen
                       perform varying ws-jx from 1 by 1
                         until ws-jx > ws-job-count
                           if ws-job-entry(ws-jx) = SPOOL-JOB
                               move 1 to ws-job-seen
                           end-if
                       end-perform
                       if ws-job-seen = 0 and ws-job-count < 60
                           add 1 to ws-job-count
                           move SPOOL-JOB to ws-job-entry(ws-job-count)
                       end-if
               end-read
           end-perform
           close spool-file

           display " "
           display "REPORT JOBS ON THE PRINT SPOOL"
           perform varying ws-jx from 1 by 1 until ws-jx > ws-job-count
               display "  " ws-job-entry(ws-jx)
           end-perform
           if ws-job-count = 0
               display "Nothing on the spool."
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program DistributionLists.
