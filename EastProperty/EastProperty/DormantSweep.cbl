      *DORMANTSWEEP.cbl
      *Batch job: locks dormant user accounts. The user file has no
      *login date of its own, so each user's last successful login
      *is taken from LOGIN-LOG-FILE (LastLoginLoad.cpy); any account
      *not logged into within the configured number of days
      *(CONFIG-FILE setting DORMANT-DAYS, default 90, 0 = sweep
      *switched off) has USER-LOCKED set, so a leaver's account
      *cannot be used once it has gone quiet. An account that has
      *never logged in is measured from the date its password was
      *set instead; one with neither date is left for the access
      *review (AccessReview.cbl). The user running the sweep is never
      *locked by it. Each lock is journalled and audit-logged as
      *USER/DORMNT. Runs unattended as a step in the BatchConsole.cbl
      *overnight sequence; the access review menu runs the same
      *sweep on demand.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. DormantSweep.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "userfile.cpy".
       copy "loginlogfile.cpy".
       copy "configfile.cpy".
       copy "auditfile.cpy".
       copy "journalfile.cpy".

       data division.

       FILE SECTION.
       copy "userrecord.cpy".
       copy "loginlogrecord.cpy".
       copy "configrecord.cpy".
       copy "auditrecord.cpy".
       copy "journalrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-journal.cpy".
       copy "ws-lastlogin.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-dormant-days pic 9(4) value 0.
       01 ws-today pic 9(8) value 0.
       01 ws-since-date pic 9(8) value 0.
       01 ws-idle-days pic s9(8) value 0 comp.
       01 ws-checked-count pic 9(4) value 0.
       01 ws-locked-count pic 9(4) value 0.
       01 ws-unknown-count pic 9(4) value 0.
       01 ws-since-disp pic x(10) value spaces.
       01 ws-idle-disp pic 9(5) value 0.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST DORMANT ACCOUNT SWEEP"
           display "-----------------------------------------------"

           move "DORMANT-DAYS" to WS-CONFIG-NAME
           move 90 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-dormant-days

           if ws-dormant-days = 0
               display "Dormant account sweep is switched off."
               goback
           end-if

           display "Locking accounts with no login for over "
             ws-dormant-days " day(s)."

           move function current-date(1:8) to ws-today
           move 0 to ws-checked-count
           move 0 to ws-locked-count
           move 0 to ws-unknown-count

           perform Load-Last-Logins
           perform PARA-100-SWEEP-USERS

           display "-----------------------------------------------"
           display ws-locked-count " account(s) locked of "
             ws-checked-count " open."
           if ws-unknown-count > 0
               display ws-unknown-count " account(s) with no login"
                 " or password date left for the access review."
           end-if
           display "-----------------------------------------------"

           goback.

       PARA-100-SWEEP-USERS.

           move 0 to ws-end-of-file

           open i-o user-file
           perform Check-User-Open
           perform until ws-end-of-file = 1
               read user-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if USER-LOCKED not = "Y" and
                         USER-ID of user-record not =
                         ws-current-user-id
                           add 1 to ws-checked-count
                           perform PARA-200-CHECK-USER
                       end-if
               end-read
           end-perform
           close user-file.

      *----------------------------------------------------------
      * Idle days run from the last successful login, or for an
      * account never used from the day its password was set.
      *----------------------------------------------------------
       PARA-200-CHECK-USER.

           move USER-ID of user-record to WS-LASTLOGIN-USER-ID
           perform Find-Last-Login
           move WS-LASTLOGIN-DATE to ws-since-date

           if ws-since-date = 0
               compute ws-since-date =
                 (USER-PASSWORD-CHANGED-YEAR * 10000) +
                 (USER-PASSWORD-CHANGED-MONTH * 100) +
                 USER-PASSWORD-CHANGED-DAY
           end-if

           if ws-since-date = 0
               add 1 to ws-unknown-count
           else
               compute ws-idle-days =
                 function integer-of-date(ws-today) -
                 function integer-of-date(ws-since-date)
               if ws-idle-days > ws-dormant-days
                   perform PARA-300-LOCK-USER
               end-if
           end-if.

       PARA-300-LOCK-USER.

           move "Y" to USER-LOCKED
           add 1 to USER-VERSION
           rewrite user-record

           move "U" to WS-JRNL-FILE-CODE
           move "REWRIT" to WS-JRNL-ACTION
           move USER-ID of user-record to WS-JRNL-KEY
           move USER-RECORD to WS-JRNL-IMAGE
           perform Write-Journal

           add 1 to ws-locked-count

           move spaces to ws-since-disp
           string ws-since-date(7:2), "/", ws-since-date(5:2), "/",
             ws-since-date(1:4) delimited by size into ws-since-disp
           display "Locked " USER-ID of user-record " "
             USER-NAME " - idle since " ws-since-disp

           move "USER" to ws-audit-record-type
           move "DORMNT" to ws-audit-action
           move USER-ID of user-record to ws-audit-key
           move spaces to ws-audit-old-value
           string "LAST ACTIVE ", ws-since-disp
             delimited by size into ws-audit-old-value
           move ws-idle-days to ws-idle-disp
           move spaces to ws-audit-new-value
           string "LOCKED AFTER ", ws-idle-disp, " DAYS IDLE"
             delimited by size into ws-audit-new-value
           perform Write-Audit-Log.

       copy "LastLoginLoad.cpy".
       copy "ReadConfigValue.cpy".
       copy "JournalWrite.cpy".
       copy "AuditLogWrite.cpy".
       copy "MainFileOpenCheck.cpy".

       end program DormantSweep.
