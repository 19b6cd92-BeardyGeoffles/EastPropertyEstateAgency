      *FILEREORG.cbl
      *Batch job: offline reorganisation of the indexed files that
      *years of adds, deletes, archiving and purges have bloated -
      *property, buyer, seller, viewing and user, the audit trail,
      *the notification queue and the login log. Each file is
      *unloaded in key order to a sequential REORG.<live name>
      *dataset, the unload is read back and counted, and only when
      *that count matches the live count is the live file rebuilt
      *clean from it and counted again. Before and after counts
      *are shown, audit-logged (REORG) and written to the batch run
      *log as steps 81-88, the same way BackupVerify.cbl logs its
      *per-file checks.
      *
      *The job refuses to start while anyone else is logged in (a
      *LOGIN on the login log with no LOGOUT after it, younger than
      *CONFIG-FILE setting REORG-SESSION-HOURS, default 12, so an
      *abandoned terminal does not block it forever) or while any
      *record on the five main files is checked out.
      *
      *Checkpointed on CHECKPOINT-FILE as job FILEREORG: the phase
      *is the file in hand and the last key 1 once its unload is
      *verified and the rebuild has begun. A failure during unload
      *or verify leaves the live file untouched and the file is
      *simply redone; a failure during the rebuild is finished on
      *restart from the verified unload before anything else runs,
      *and files already reorganised are skipped. A refusal or
      *count mismatch sets RETURN-CODE 4, which BatchConsole.cbl
      *records as a FAILURE.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. FileReorg.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "viewingfile.cpy".
       copy "userfile.cpy".
       copy "auditfile.cpy".
       copy "notifyqueuefile.cpy".
       copy "loginlogfile.cpy".
       copy "chkptfile.cpy".
       copy "configfile.cpy".
       copy "runlogfile.cpy".

           select reorg-unload-file assign to ws-unload-name
               organization is sequential.

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "viewingrecord.cpy".
       copy "userrecord.cpy".
       copy "auditrecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "loginlogrecord.cpy".
       copy "chkptrecord.cpy".
       copy "configrecord.cpy".
       copy "runlogrecord.cpy".

       FD reorg-unload-file.
       01 reorg-unload-record pic x(523).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-auditlog.cpy".

       01 ws-file-table.
         03 filler pic x(10) value "PROPFIL".
         03 filler pic x(10) value "BUYERFIL".
         03 filler pic x(10) value "SELLERFIL".
         03 filler pic x(10) value "VIEWFIL".
         03 filler pic x(10) value "USERFIL".
         03 filler pic x(10) value "AUDITFIL".
         03 filler pic x(10) value "NOTIFYQ".
         03 filler pic x(10) value "LOGINLOG".
       01 ws-file-names redefines ws-file-table.
         03 ws-file-name pic x(10) occurs 8 times.

       01 ws-file-idx pic 99 value 0.
       01 ws-unload-name pic x(20) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-reorg-failed pic 9 value 0 comp.
       01 ws-reorg-result pic x(7) value spaces.

       01 ws-resume-phase pic 99 value 0.
       01 ws-resume-key pic 9(8) value 0.
       01 ws-resume-count pic 9(6) value 0.
       01 ws-chkpt-phase pic 99 value 0.
       01 ws-chkpt-key pic 9(8) value 0.
       01 ws-chkpt-count pic 9(6) value 0.

       01 ws-before-count pic 9(6) value 0.
       01 ws-unload-count pic 9(6) value 0.
       01 ws-after-count pic 9(6) value 0.
       01 ws-reject-count pic 9(6) value 0.

       01 ws-session-hours pic 9(4) value 0.
       01 ws-session-count pic 99 value 0.
       01 ws-session-idx pic 99 value 0.
       01 ws-session-found pic 99 value 0.
       01 ws-session-table.
         03 ws-session-entry occurs 50 times.
           05 ws-session-user-id pic 9(6).
           05 ws-session-user-name pic x(10).
           05 ws-session-open pic 9.
           05 ws-session-date pic 9(8).
           05 ws-session-hour pic 99.
       01 ws-active-sessions pic 99 value 0.
       01 ws-checked-out pic 9(6) value 0.
       01 ws-now-date pic 9(8) value 0.
       01 ws-now-hour pic 99 value 0.
       01 ws-age-hours pic s9(8) value 0 comp.

       01 ws-log-found-id pic 9(6) value 0.
       01 ws-log-id-counter pic 9(6) value 0 comp.
       01 ws-run-date pic 9(8) value 0.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move 0 to return-code
           move 0 to ws-reorg-failed
           move function current-date(1:8) to ws-run-date

           display " "
           display "-----------------------------------------------"
           display "     EAST INDEXED FILE REORGANISATION"
           display "-----------------------------------------------"

           perform PARA-100-CHECK-SESSIONS
           perform PARA-150-CHECK-CHECKOUTS

           if ws-active-sessions > 0 or ws-checked-out > 0
               display "Reorganisation refused - " ws-active-sessions
                 " user(s) logged in, " ws-checked-out
                 " record(s) checked out."
               move "REORG" to ws-audit-record-type
               move "REFUSE" to ws-audit-action
               move 0 to ws-audit-key
               move "FILE REORGANISATION REFUSED" to
                 ws-audit-old-value
               move spaces to ws-audit-new-value
               string "SESSIONS ", ws-active-sessions, " CHECKOUTS ",
                 ws-checked-out into ws-audit-new-value
               perform Write-Audit-Log
               move 4 to return-code
               goback
           end-if

           perform PARA-200-READ-CHECKPOINT

           perform varying ws-file-idx from 1 by 1
             until ws-file-idx > 8 or ws-reorg-failed = 1
               if ws-file-idx < ws-resume-phase
                   display ws-file-name(ws-file-idx)
                     " already reorganised - skipped."
               else
                   perform PARA-300-REORG-ONE-FILE
               end-if
           end-perform

           if ws-reorg-failed = 1
               display "Reorganisation stopped - the live file is"
               display "intact or is finished from its verified"
               display "unload on the next run."
               move 4 to return-code
           else
               perform PARA-230-CLEAR-CHECKPOINT
               display "Reorganisation complete."
           end-if

           goback.

      *----------------------------------------------------------
      * The login log is in time order, so the last event for a
      * user decides whether they are still in. The operator
      * running the batch is, of course, excluded.
      *----------------------------------------------------------
       PARA-100-CHECK-SESSIONS.

           move "REORG-SESSION-HOURS" to WS-CONFIG-NAME
           move 12 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-session-hours

           move function current-date(1:8) to ws-now-date
           move function current-date(9:2) to ws-now-hour

           move 0 to ws-session-count
           move 0 to ws-active-sessions
           move 0 to ws-end-of-file

           open input login-log-file
           perform until ws-end-of-file = 1
               read login-log-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if (LOGIN-LOG-EVENT-TYPE = "LOGIN" and
                         LOGIN-LOG-RESULT = "SUCCESS") or
                         LOGIN-LOG-EVENT-TYPE = "LOGOUT"
                           perform PARA-110-TRACK-SESSION
                       end-if
           end-perform
           close login-log-file

           perform varying ws-session-idx from 1 by 1
             until ws-session-idx > ws-session-count
               if ws-session-open(ws-session-idx) = 1 and
                 ws-session-user-id(ws-session-idx) not =
                 ws-current-user-id
                   compute ws-age-hours =
                     (function integer-of-date(ws-now-date) -
                     function integer-of-date(
                     ws-session-date(ws-session-idx))) * 24
                     + ws-now-hour - ws-session-hour(ws-session-idx)
                   if ws-age-hours < ws-session-hours
                       add 1 to ws-active-sessions
                       display "  Logged in: "
                         ws-session-user-name(ws-session-idx)
                         " (USER " ws-session-user-id(ws-session-idx)
                         ")"
                   end-if
               end-if
           end-perform.

       PARA-110-TRACK-SESSION.

           move 0 to ws-session-found
           perform varying ws-session-idx from 1 by 1
             until ws-session-idx > ws-session-count
               if ws-session-user-id(ws-session-idx) =
                 LOGIN-LOG-USER-ID
                   move ws-session-idx to ws-session-found
               end-if
           end-perform

           if ws-session-found = 0 and ws-session-count < 50
               add 1 to ws-session-count
               move ws-session-count to ws-session-found
               move LOGIN-LOG-USER-ID to
                 ws-session-user-id(ws-session-found)
           end-if

           if ws-session-found not = 0
               if LOGIN-LOG-EVENT-TYPE = "LOGIN"
                   move 1 to ws-session-open(ws-session-found)
                   move LOGIN-LOG-USER-NAME to
                     ws-session-user-name(ws-session-found)
                   move LOGIN-LOG-DATE to
                     ws-session-date(ws-session-found)
                   move LOGIN-LOG-HOUR to
                     ws-session-hour(ws-session-found)
               else
                   move 0 to ws-session-open(ws-session-found)
               end-if
           end-if.

      *----------------------------------------------------------
      * A held checkout means someone is mid-amend; the stale
      * ones are already cleared by CheckoutSweep.cbl earlier in
      * the overnight sequence.
      *----------------------------------------------------------
       PARA-150-CHECK-CHECKOUTS.

           move 0 to ws-checked-out

           move 0 to ws-end-of-file
           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CHECKOUT-USER-ID of property-record not = 0
                           add 1 to ws-checked-out
                       end-if
           end-perform
           close property-file

           move 0 to ws-end-of-file
           open input buyer-file
           perform Check-Buyer-Open
           perform until ws-end-of-file = 1
               read buyer-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CHECKOUT-USER-ID of buyer-record not = 0
                           add 1 to ws-checked-out
                       end-if
           end-perform
           close buyer-file

           move 0 to ws-end-of-file
           open input seller-file
           perform Check-Seller-Open
           perform until ws-end-of-file = 1
               read seller-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CHECKOUT-USER-ID of seller-record not = 0
                           add 1 to ws-checked-out
                       end-if
           end-perform
           close seller-file

           move 0 to ws-end-of-file
           open input viewing-file
           perform Check-Viewing-Open
           perform until ws-end-of-file = 1
               read viewing-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CHECKOUT-USER-ID of viewing-record not = 0
                           add 1 to ws-checked-out
                       end-if
           end-perform
           close viewing-file

           move 0 to ws-end-of-file
           open input user-file
           perform Check-User-Open
           perform until ws-end-of-file = 1
               read user-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CHECKOUT-USER-ID of user-record not = 0
                           add 1 to ws-checked-out
                       end-if
           end-perform
           close user-file.

       PARA-200-READ-CHECKPOINT.

           move 0 to ws-resume-phase
           move 0 to ws-resume-key
           move 0 to ws-resume-count

           open i-o checkpoint-file
           move "FILEREORG" to CHKPT-JOB-NAME
           read checkpoint-file
               invalid key
                   continue
               not invalid key
                   move CHKPT-PHASE to ws-resume-phase
                   move CHKPT-LAST-KEY to ws-resume-key
                   move CHKPT-OUT-COUNT to ws-resume-count
                   display "Checkpoint found - resuming at file "
                     CHKPT-PHASE
           end-read
           close checkpoint-file.

       PARA-210-SAVE-CHECKPOINT.

           open i-o checkpoint-file
           move "FILEREORG" to CHKPT-JOB-NAME
           read checkpoint-file
               invalid key
                   initialize CHECKPOINT-RECORD
                   move "FILEREORG" to CHKPT-JOB-NAME
                   move ws-chkpt-phase to CHKPT-PHASE
                   move ws-chkpt-key to CHKPT-LAST-KEY
                   move ws-chkpt-count to CHKPT-OUT-COUNT
                   write CHECKPOINT-RECORD
               not invalid key
                   move ws-chkpt-phase to CHKPT-PHASE
                   move ws-chkpt-key to CHKPT-LAST-KEY
                   move ws-chkpt-count to CHKPT-OUT-COUNT
                   rewrite CHECKPOINT-RECORD
           end-read
           close checkpoint-file.

       PARA-230-CLEAR-CHECKPOINT.

           open i-o checkpoint-file
           move "FILEREORG" to CHKPT-JOB-NAME
           delete checkpoint-file record
               invalid key
                   continue
           end-delete
           close checkpoint-file.

      *----------------------------------------------------------
      * One file: unload, read the unload back, and only touch
      * the live file once the two counts agree. A restart that
      * finds this file's rebuild already begun goes straight to
      * the rebuild from the unload it verified last time.
      *----------------------------------------------------------
       PARA-300-REORG-ONE-FILE.

           move spaces to ws-unload-name
           string "REORG.", ws-file-name(ws-file-idx)
             delimited by space into ws-unload-name

           display " "
           display "Reorganising " ws-file-name(ws-file-idx)

           if ws-file-idx = ws-resume-phase and ws-resume-key = 1
               move ws-resume-count to ws-before-count
               display "  Rebuild was interrupted - finishing from "
                 ws-unload-name
           else
               move ws-file-idx to ws-chkpt-phase
               move 0 to ws-chkpt-key
               move 0 to ws-chkpt-count
               perform PARA-210-SAVE-CHECKPOINT
               perform PARA-310-UNLOAD-FILE
           end-if

           perform PARA-320-COUNT-UNLOAD
           display "  Live records " ws-before-count
             "  unloaded " ws-unload-count

           if ws-unload-count not = ws-before-count
               display "  Unload count does not match - "
                 ws-file-name(ws-file-idx) " left untouched."
               move 1 to ws-reorg-failed
               move 0 to ws-after-count
           else
               move ws-file-idx to ws-chkpt-phase
               move 1 to ws-chkpt-key
               move ws-before-count to ws-chkpt-count
               perform PARA-210-SAVE-CHECKPOINT
               perform PARA-330-RELOAD-FILE
               display "  Rebuilt records " ws-after-count
               if ws-after-count not = ws-before-count
                   display "  Rebuilt count does not match - "
                     "restore from " ws-unload-name
                   move 1 to ws-reorg-failed
               end-if
           end-if

           if ws-reorg-failed = 1
               move "FAILURE" to ws-reorg-result
           else
               move "SUCCESS" to ws-reorg-result
               compute ws-chkpt-phase = ws-file-idx + 1
               move 0 to ws-chkpt-key
               move 0 to ws-chkpt-count
               perform PARA-210-SAVE-CHECKPOINT
           end-if

           move "REORG" to ws-audit-record-type
           move "FILE" to ws-audit-action
           move ws-file-idx to ws-audit-key
           move spaces to ws-audit-old-value
           string ws-file-name(ws-file-idx), " BEFORE ",
             ws-before-count into ws-audit-old-value
           move spaces to ws-audit-new-value
           string "AFTER ", ws-after-count, " ", ws-reorg-result
             into ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-400-WRITE-RUN-LOG.

       PARA-310-UNLOAD-FILE.

           move 0 to ws-before-count
           move 0 to ws-end-of-file
           open output reorg-unload-file

           evaluate ws-file-idx
               when 1
                   open input property-file
                   perform Check-Property-Open
                   perform until ws-end-of-file = 1
                       read property-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               move property-record to
                                 reorg-unload-record
                               perform PARA-315-WRITE-UNLOAD
                   end-perform
                   close property-file
               when 2
                   open input buyer-file
                   perform Check-Buyer-Open
                   perform until ws-end-of-file = 1
                       read buyer-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               move buyer-record to
                                 reorg-unload-record
                               perform PARA-315-WRITE-UNLOAD
                   end-perform
                   close buyer-file
               when 3
                   open input seller-file
                   perform Check-Seller-Open
                   perform until ws-end-of-file = 1
                       read seller-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               move seller-record to
                                 reorg-unload-record
                               perform PARA-315-WRITE-UNLOAD
                   end-perform
                   close seller-file
               when 4
                   open input viewing-file
                   perform Check-Viewing-Open
                   perform until ws-end-of-file = 1
                       read viewing-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               move viewing-record to
                                 reorg-unload-record
                               perform PARA-315-WRITE-UNLOAD
                   end-perform
                   close viewing-file
               when 5
                   open input user-file
                   perform Check-User-Open
                   perform until ws-end-of-file = 1
                       read user-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               move user-record to
                                 reorg-unload-record
                               perform PARA-315-WRITE-UNLOAD
                   end-perform
                   close user-file
               when 6
                   open input audit-file
                   perform until ws-end-of-file = 1
                       read audit-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               move audit-record to
                                 reorg-unload-record
                               perform PARA-315-WRITE-UNLOAD
                   end-perform
                   close audit-file
               when 7
                   open input notify-queue-file
                   perform until ws-end-of-file = 1
                       read notify-queue-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               move notify-queue-record to
                                 reorg-unload-record
                               perform PARA-315-WRITE-UNLOAD
                   end-perform
                   close notify-queue-file
               when 8
                   open input login-log-file
                   perform until ws-end-of-file = 1
                       read login-log-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               move login-log-record to
                                 reorg-unload-record
                               perform PARA-315-WRITE-UNLOAD
                   end-perform
                   close login-log-file
           end-evaluate

           close reorg-unload-file.

       PARA-315-WRITE-UNLOAD.

           write reorg-unload-record
           add 1 to ws-before-count.

       PARA-320-COUNT-UNLOAD.

           move 0 to ws-unload-count
           move 0 to ws-end-of-file

           open input reorg-unload-file
           perform until ws-end-of-file = 1
               read reorg-unload-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       add 1 to ws-unload-count
           end-perform
           close reorg-unload-file.

      *----------------------------------------------------------
      * The rebuild proper - the live file is opened output and
      * reloaded in key order from the verified unload, which
      * lays the index down clean with no dead space.
      *----------------------------------------------------------
       PARA-330-RELOAD-FILE.

           move 0 to ws-after-count
           move 0 to ws-reject-count
           move 0 to ws-end-of-file

           evaluate ws-file-idx
               when 1
                   open output property-file
                   perform Check-Property-Open
               when 2
                   open output buyer-file
                   perform Check-Buyer-Open
               when 3
                   open output seller-file
                   perform Check-Seller-Open
               when 4
                   open output viewing-file
                   perform Check-Viewing-Open
               when 5
                   open output user-file
                   perform Check-User-Open
               when 6
                   open output audit-file
               when 7
                   open output notify-queue-file
               when 8
                   open output login-log-file
           end-evaluate

           open input reorg-unload-file
           perform until ws-end-of-file = 1
               read reorg-unload-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform PARA-335-WRITE-LIVE
           end-perform
           close reorg-unload-file

           evaluate ws-file-idx
               when 1
                   close property-file
               when 2
                   close buyer-file
               when 3
                   close seller-file
               when 4
                   close viewing-file
               when 5
                   close user-file
               when 6
                   close audit-file
               when 7
                   close notify-queue-file
               when 8
                   close login-log-file
           end-evaluate

           if ws-reject-count > 0
               display "  " ws-reject-count " record(s) rejected on"
                 " the rebuild."
           end-if.

       PARA-335-WRITE-LIVE.

           evaluate ws-file-idx
               when 1
                   move reorg-unload-record to property-record
                   write property-record
                       invalid key
                           add 1 to ws-reject-count
                       not invalid key
                           add 1 to ws-after-count
                   end-write
               when 2
                   move reorg-unload-record to buyer-record
                   write buyer-record
                       invalid key
                           add 1 to ws-reject-count
                       not invalid key
                           add 1 to ws-after-count
                   end-write
               when 3
                   move reorg-unload-record to seller-record
                   write seller-record
                       invalid key
                           add 1 to ws-reject-count
                       not invalid key
                           add 1 to ws-after-count
                   end-write
               when 4
                   move reorg-unload-record to viewing-record
                   write viewing-record
                       invalid key
                           add 1 to ws-reject-count
                       not invalid key
                           add 1 to ws-after-count
                   end-write
               when 5
                   move reorg-unload-record to user-record
                   write user-record
                       invalid key
                           add 1 to ws-reject-count
                       not invalid key
                           add 1 to ws-after-count
                   end-write
               when 6
                   move reorg-unload-record to audit-record
                   write audit-record
                       invalid key
                           add 1 to ws-reject-count
                       not invalid key
                           add 1 to ws-after-count
                   end-write
               when 7
                   move reorg-unload-record to notify-queue-record
                   write notify-queue-record
                       invalid key
                           add 1 to ws-reject-count
                       not invalid key
                           add 1 to ws-after-count
                   end-write
               when 8
                   move reorg-unload-record to login-log-record
                   write login-log-record
                       invalid key
                           add 1 to ws-reject-count
                       not invalid key
                           add 1 to ws-after-count
                   end-write
           end-evaluate.

       PARA-400-WRITE-RUN-LOG.

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
           compute RUNLOG-STEP-NO = 80 + ws-file-idx
           move spaces to RUNLOG-STEP-NAME
           string "REORG-", ws-file-name(ws-file-idx)
             delimited by space into RUNLOG-STEP-NAME
           accept RUNLOG-START-TIME from time
           accept RUNLOG-END-TIME from time
           move ws-after-count to RUNLOG-RECORD-COUNT
           move ws-reorg-result to RUNLOG-RESULT

           write RUN-LOG-RECORD

           close run-log-file.

       copy "ReadConfigValue.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program FileReorg.
