      *ACCESSREVIEW.cbl
      *Periodic user access review, kept as evidence for the
      *insurer and the client money protection scheme. Taking the
      *review for a quarter (period YYYYQn) writes one line per
      *user to ACCESS-REVIEW-FILE with their role, branch, admin
      *flag, lock state and last successful login (LastLoginLoad.cpy
      *off LOGIN-LOG-FILE) as they stood that day; taking it again
      *in the same quarter refreshes the lines not yet signed off
      *and adds any new users, and never touches a signed line. The
      *review report lists every line with its sign-off to the
      *screen and to a date-stamped ACCESSREV dataset on the print
      *spool. Each line is signed off by a manager - keep, or
      *revoke, which locks the account there and then - with the
      *reviewer, date and time and a note recorded against it. A
      *manager signs off their own branch only (admins any branch)
      *and nobody signs off their own access. Sign-offs are
      *audit-logged as ACCREV/SIGN, revocations as USER/REVOKE.
      *Also runs the nightly dormant account sweep (DormantSweep.cbl)
      *on demand, admin flag or admin role required. Reached from
      *the user admin menu; managers and admins only.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AccessReview.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "accreviewfile.cpy".
       copy "userfile.cpy".
       copy "loginlogfile.cpy".
       copy "auditfile.cpy".
       copy "journalfile.cpy".
       copy "spoolfile.cpy".

           select optional access-report-file assign to
               ws-report-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "accreviewrecord.cpy".
       copy "userrecord.cpy".
       copy "loginlogrecord.cpy".
       copy "auditrecord.cpy".
       copy "journalrecord.cpy".
       copy "spoolrecord.cpy".

       FD access-report-file.
       01 access-report-line pic x(132).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-journal.cpy".
       copy "ws-spool.cpy".
       copy "ws-lastlogin.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-today pic 9(8) value 0.
       01 ws-month pic 99 value 0.
       01 ws-quarter pic 9 value 0.
       01 ws-period pic x(6) value spaces.
       01 ws-pick-period pic x(6) value spaces.
       01 ws-own-branch pic 99 value 0.
       01 ws-id-input pic x(8) value spaces.
       01 ws-pick-user-id pic 9(6) value 0.
       01 ws-line-found pic 9 value 0 comp.
       01 ws-decision pic x value space.
       01 ws-note pic x(30) value spaces.

       01 ws-added-count pic 9(4) value 0.
       01 ws-refreshed-count pic 9(4) value 0.
       01 ws-kept-count pic 9(4) value 0.
       01 ws-line-count pic 9(4) value 0.
       01 ws-signed-count pic 9(4) value 0.
       01 ws-revoked-count pic 9(4) value 0.
       01 ws-open-count pic 9(4) value 0.

       01 ws-date-work pic 9(8) value 0.
       01 ws-date-disp pic x(10) value spaces.
       01 ws-login-disp pic x(10) value spaces.
       01 ws-signed-disp pic x(10) value spaces.
       01 ws-decision-disp pic x(6) value spaces.
       01 ws-signed-by-disp pic x(6) value spaces.

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
               display "The access review is for managers and admins."
               display "Press ENTER to continue."
               accept ws-continue
               goback
           end-if

           perform PARA-050-CURRENT-PERIOD
           perform PARA-060-OWN-BRANCH

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST USER ACCESS REVIEW " ws-period
               display "----------------------------------------"
               display "1. TAKE THIS QUARTER'S REVIEW"
               display "2. PRINT REVIEW REPORT"
               display "3. SIGN OFF A USER"
               display "4. LINES STILL TO SIGN OFF"
               display "5. RUN DORMANT ACCOUNT SWEEP NOW"
               display "6. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-TAKE-REVIEW
                   when "2"
                       perform PARA-200-REVIEW-REPORT
                   when "3"
                       perform PARA-300-SIGN-OFF
                   when "4"
                       perform PARA-400-OUTSTANDING
                   when "5"
                       perform PARA-500-DORMANT-SWEEP
                   when "6"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

       PARA-050-CURRENT-PERIOD.

           move function current-date(1:8) to ws-today
           move ws-today(5:2) to ws-month
           compute ws-quarter = ((ws-month - 1) / 3) + 1
           move spaces to ws-period
           string ws-today(1:4), "Q", ws-quarter
             delimited by size into ws-period.

      *A manager's sign-off is limited to the branch on their own
      *user record.
       PARA-060-OWN-BRANCH.

           move 0 to ws-own-branch
           open input user-file
           perform Check-User-Open
           move ws-current-user-id to USER-ID of user-record
           read user-file
               invalid key
                   continue
               not invalid key
                   move USER-BRANCH-ID to ws-own-branch
           end-read
           close user-file.

       PARA-070-ASK-PERIOD.

           display "Review period (YYYYQn, blank = " ws-period "):"
           move spaces to ws-pick-period
           accept ws-pick-period
           move function upper-case(ws-pick-period) to ws-pick-period
           if ws-pick-period = spaces
               move ws-period to ws-pick-period
           end-if.

      *----------------------------------------------------------
      * One line per user for this quarter. A line already signed
      * off is the evidence and stays exactly as it was signed.
      *----------------------------------------------------------
       PARA-100-TAKE-REVIEW.

           move 0 to ws-added-count
           move 0 to ws-refreshed-count
           move 0 to ws-kept-count
           move 0 to ws-end-of-file

           perform Load-Last-Logins

           open i-o access-review-file
           open input user-file
           perform Check-User-Open
           perform until ws-end-of-file = 1
               read user-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform PARA-110-TAKE-ONE-USER
               end-read
           end-perform
           close user-file
           close access-review-file

           display ws-added-count " line(s) added, "
             ws-refreshed-count " refreshed, "
             ws-kept-count " already signed off."

           move "ACCREV" to ws-audit-record-type
           move "TAKE" to ws-audit-action
           move 0 to ws-audit-key
           move ws-period to ws-audit-old-value
           move spaces to ws-audit-new-value
           string ws-added-count, " ADDED ", ws-refreshed-count,
             " REFRESHED" delimited by size into ws-audit-new-value
           perform Write-Audit-Log

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-110-TAKE-ONE-USER.

           move ws-period to ACCREV-PERIOD
           move USER-ID of user-record to ACCREV-USER-ID
           read access-review-file
               invalid key
                   initialize ACCESS-REVIEW-RECORD
                   move ws-period to ACCREV-PERIOD
                   move USER-ID of user-record to ACCREV-USER-ID
                   perform PARA-120-FILL-SNAPSHOT
                   write ACCESS-REVIEW-RECORD
                   add 1 to ws-added-count
               not invalid key
                   if ACCREV-DECISION = space
                       perform PARA-120-FILL-SNAPSHOT
                       rewrite ACCESS-REVIEW-RECORD
                       add 1 to ws-refreshed-count
                   else
                       add 1 to ws-kept-count
                   end-if
           end-read.

       PARA-120-FILL-SNAPSHOT.

           move USER-NAME to ACCREV-USER-NAME
           move USER-ROLE of user-record to ACCREV-ROLE
           if ACCREV-ROLE = space
               move "N" to ACCREV-ROLE
           end-if
           move USER-BRANCH-ID to ACCREV-BRANCH-ID
           move USER-HAS-ADMIN to ACCREV-HAS-ADMIN
           move USER-LOCKED to ACCREV-LOCKED
           move USER-ID of user-record to WS-LASTLOGIN-USER-ID
           perform Find-Last-Login
           move WS-LASTLOGIN-DATE to ACCREV-LAST-LOGIN
           move ws-today to ACCREV-TAKEN-DATE.

      *----------------------------------------------------------
      * Every line of the period with its sign-off, to the screen
      * and to the spool.
      *----------------------------------------------------------
       PARA-200-REVIEW-REPORT.

           perform PARA-070-ASK-PERIOD

           move 0 to ws-line-count
           move 0 to ws-signed-count
           move 0 to ws-revoked-count
           move 0 to ws-open-count

           move spaces to ws-report-name
           string "ACCESSREV.", ws-today delimited by size
             into ws-report-name
           open extend access-report-file

           display " "
           move all "-" to access-report-line
           perform PARA-290-PUT-LINE
           move spaces to access-report-line
           move ws-today to ws-date-work
           perform PARA-900-FORMAT-DATE
           string "     EAST USER ACCESS REVIEW ", ws-pick-period,
             "   PRINTED ", ws-date-disp
             delimited by size into access-report-line
           perform PARA-290-PUT-LINE
           move all "-" to access-report-line
           perform PARA-290-PUT-LINE
           move "USER   NAME       ROLE BR ADM LCK LAST LOGIN  "
             & "SIGN-OFF SIGNED BY  SIGNED ON   NOTE"
             to access-report-line
           perform PARA-290-PUT-LINE

           move 0 to ws-end-of-file
           open input access-review-file
           move ws-pick-period to ACCREV-PERIOD
           move 0 to ACCREV-USER-ID
           start access-review-file key not < ACCREV-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read access-review-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if ACCREV-PERIOD not = ws-pick-period
                           move 1 to ws-end-of-file
                       else
                           perform PARA-210-REPORT-LINE
                       end-if
               end-read
           end-perform
           close access-review-file

           if ws-line-count = 0
               move "No review has been taken for that period."
                 to access-report-line
               perform PARA-290-PUT-LINE
           end-if

           move all "-" to access-report-line
           perform PARA-290-PUT-LINE
           move spaces to access-report-line
           string ws-line-count, " USER(S)  ", ws-signed-count,
             " SIGNED OFF  ", ws-revoked-count, " REVOKED  ",
             ws-open-count, " OUTSTANDING"
             delimited by size into access-report-line
           perform PARA-290-PUT-LINE
           move all "-" to access-report-line
           perform PARA-290-PUT-LINE
           close access-report-file

           move "ACCESS REVIEW" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-210-REPORT-LINE.

           add 1 to ws-line-count
           perform PARA-220-LINE-WORDS

           evaluate ACCREV-DECISION
               when "K"
                   add 1 to ws-signed-count
               when "R"
                   add 1 to ws-signed-count
                   add 1 to ws-revoked-count
               when other
                   add 1 to ws-open-count
           end-evaluate

           move spaces to access-report-line
           string ACCREV-USER-ID, " ", ACCREV-USER-NAME, " ",
             ACCREV-ROLE, "    ", ACCREV-BRANCH-ID, " ",
             ACCREV-HAS-ADMIN, "   ", ACCREV-LOCKED, "   ",
             ws-login-disp, "  ", ws-decision-disp, "   ",
             ws-signed-by-disp, "     ", ws-signed-disp, "  ",
             ACCREV-NOTE
             delimited by size into access-report-line
           perform PARA-290-PUT-LINE.

       PARA-220-LINE-WORDS.

           move ACCREV-LAST-LOGIN to ws-date-work
           perform PARA-900-FORMAT-DATE
           move ws-date-disp to ws-login-disp
           if ACCREV-LAST-LOGIN = 0
               move "NEVER" to ws-login-disp
           end-if

           evaluate ACCREV-DECISION
               when "K"
                   move "KEEP" to ws-decision-disp
               when "R"
                   move "REVOKE" to ws-decision-disp
               when other
                   move "------" to ws-decision-disp
           end-evaluate

           move spaces to ws-signed-by-disp
           move spaces to ws-signed-disp
           if ACCREV-DECISION not = space
               move ACCREV-SIGNED-BY to ws-signed-by-disp
               move ACCREV-SIGNED-DATE to ws-date-work
               perform PARA-900-FORMAT-DATE
               move ws-date-disp to ws-signed-disp
           end-if.

       PARA-290-PUT-LINE.

           display function trim(access-report-line trailing)
           write access-report-line.

      *----------------------------------------------------------
      * Sign off one user's line. Revoking locks the account
      * straight away rather than waiting for the next sweep.
      *----------------------------------------------------------
       PARA-300-SIGN-OFF.

           perform PARA-070-ASK-PERIOD

           display "User reference to sign off:"
           move spaces to ws-id-input
           accept ws-id-input
           move function numval(ws-id-input) to ws-pick-user-id

           move 0 to ws-line-found
           open i-o access-review-file
           move ws-pick-period to ACCREV-PERIOD
           move ws-pick-user-id to ACCREV-USER-ID
           read access-review-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-line-found
           end-read

           if ws-line-found = 0
               display "No review line for that user and period."
           else
               perform PARA-310-CHECK-AND-SIGN
           end-if
           close access-review-file

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-310-CHECK-AND-SIGN.

           perform PARA-220-LINE-WORDS
           display ACCREV-USER-ID " " ACCREV-USER-NAME " ROLE "
             ACCREV-ROLE " BRANCH " ACCREV-BRANCH-ID " ADMIN "
             ACCREV-HAS-ADMIN " LAST LOGIN " ws-login-disp

           evaluate true
               when ACCREV-USER-ID = ws-current-user-id
                   display "Your own access is signed off by another"
                     " manager."
               when ACCREV-DECISION not = space
                   display "Already signed off " ws-decision-disp
                     " by " ws-signed-by-disp " on " ws-signed-disp
               when not (is-admin or role-is-admin-role) and
                 ACCREV-BRANCH-ID not = ws-own-branch
                   display "That user is not in your branch."
               when other
                   perform PARA-320-TAKE-DECISION
           end-evaluate.

       PARA-320-TAKE-DECISION.

           display "(K)eep access or (R)evoke it?"
           move space to ws-decision
           accept ws-decision
           move function upper-case(ws-decision) to ws-decision

           if ws-decision not = "K" and ws-decision not = "R"
               display "Nothing signed off."
           else
               display "Note (optional):"
               move spaces to ws-note
               accept ws-note

               move ws-decision to ACCREV-DECISION
               move ws-current-user-id to ACCREV-SIGNED-BY
               move function current-date(1:8) to ACCREV-SIGNED-DATE
               move function current-date(9:6) to ACCREV-SIGNED-TIME
               move ws-note to ACCREV-NOTE
               rewrite ACCESS-REVIEW-RECORD

               move "ACCREV" to ws-audit-record-type
               move "SIGN" to ws-audit-action
               move ACCREV-USER-ID to ws-audit-key
               move ACCREV-PERIOD to ws-audit-old-value
               move spaces to ws-audit-new-value
               if ws-decision = "R"
                   string "REVOKE ", ws-note
                     delimited by size into ws-audit-new-value
               else
                   string "KEEP ", ws-note
                     delimited by size into ws-audit-new-value
               end-if
               perform Write-Audit-Log

               if ws-decision = "R"
                   perform PARA-330-REVOKE-USER
               end-if
               display "Signed off."
           end-if.

       PARA-330-REVOKE-USER.

           open i-o user-file
           perform Check-User-Open
           move ACCREV-USER-ID to USER-ID of user-record
           read user-file
               invalid key
                   display "User no longer on file - nothing to lock."
               not invalid key
                   if USER-LOCKED not = "Y"
                       move "Y" to USER-LOCKED
                       add 1 to USER-VERSION
                       rewrite user-record

                       move "U" to WS-JRNL-FILE-CODE
                       move "REWRIT" to WS-JRNL-ACTION
                       move USER-ID of user-record to WS-JRNL-KEY
                       move USER-RECORD to WS-JRNL-IMAGE
                       perform Write-Journal

                       move "USER" to ws-audit-record-type
                       move "REVOKE" to ws-audit-action
                       move USER-ID of user-record to ws-audit-key
                       move "ACCESS REVIEW" to ws-audit-old-value
                       move spaces to ws-audit-new-value
                       string "LOCKED AT REVIEW ", ACCREV-PERIOD
                         delimited by size into ws-audit-new-value
                       perform Write-Audit-Log
                       display "Account locked."
                   end-if
           end-read
           close user-file.

       PARA-400-OUTSTANDING.

           perform PARA-070-ASK-PERIOD

           move 0 to ws-open-count
           move 0 to ws-end-of-file

           display " "
           display "Still to sign off for " ws-pick-period ":"
           display "USER   NAME       ROLE BR LAST LOGIN"

           open input access-review-file
           move ws-pick-period to ACCREV-PERIOD
           move 0 to ACCREV-USER-ID
           start access-review-file key not < ACCREV-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read access-review-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if ACCREV-PERIOD not = ws-pick-period
                           move 1 to ws-end-of-file
                       else
                           if ACCREV-DECISION = space
                               add 1 to ws-open-count
                               perform PARA-220-LINE-WORDS
                               display ACCREV-USER-ID " "
                                 ACCREV-USER-NAME " " ACCREV-ROLE
                                 "    " ACCREV-BRANCH-ID " "
                                 ws-login-disp
                           end-if
                       end-if
               end-read
           end-perform
           close access-review-file

           display ws-open-count " line(s) outstanding."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-500-DORMANT-SWEEP.

           if is-admin or role-is-admin-role
               call "DormantSweep"
           else
               display "The dormant sweep needs the admin flag."
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-900-FORMAT-DATE.

           move spaces to ws-date-disp
           if ws-date-work not = 0
               string ws-date-work(7:2), "/", ws-date-work(5:2), "/",
                 ws-date-work(1:4) delimited by size into ws-date-disp
           end-if.

       copy "LastLoginLoad.cpy".
       copy "JournalWrite.cpy".
       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program AccessReview.
