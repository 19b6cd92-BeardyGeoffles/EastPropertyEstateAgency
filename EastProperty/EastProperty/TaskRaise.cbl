      *TASKRAISE.cbl
      *Raises one task on the negotiator task list. Called with the
      *WS-TASK block (ws-task.cpy) by Tasks.cbl and by the amend
      *screens (F8 on AmendProperty, AmendBuyer and AmendSeller),
      *which pass the record the task is about; from the task list
      *itself the user keys the record type and reference, or
      *leaves it unlinked. The reference is looked up before the
      *task is saved. Description, due date (blank = today),
      *priority (H/M/L, default M) and the assignee (blank = the
      *person raising it) are keyed here, and the new task is
      *audit-logged as TASK/RAISE.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. TaskRaise.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "taskfile.cpy".
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "tenantfile.cpy".
       copy "contractorfile.cpy".
       copy "userfile.cpy".
       copy "auditfile.cpy".
       copy "seqfile.cpy".

       data division.

       FILE SECTION.
       copy "taskrecord.cpy".
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "tenantrecord.cpy".
       copy "contractorrecord.cpy".
       copy "userrecord.cpy".
       copy "auditrecord.cpy".
       copy "seqrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-nextid.cpy".

       01 ws-continue pic x value spaces.
       01 ws-in-input pic x(50) value spaces.
       01 ws-code-input pic x value space.
       01 ws-ref-found pic 9 value 0 comp.
       01 ws-ref-name pic x(25) value spaces.
       01 ws-ref-words pic x(10) value spaces.
       01 ws-assignee-id pic 9(6) value 0.
       01 ws-assignee-name pic x(10) value spaces.
       01 ws-due-input.
         03 ws-due-dd pic 99.
         03 ws-due-mm pic 99.
         03 ws-due-yyyy pic 9999.

       linkage section.

       copy "ws-task.cpy".

       procedure division using WS-TASK.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move 0 to WS-TASK-ID

           display " "
           display "----------------------------------------"
           display "     EAST RAISE A TASK"
           display "----------------------------------------"

           if WS-TASK-REF-TYPE = space
               display "Record type - P property, B buyer, S seller,"
               display "T tenant, C contractor, or blank for none:"
               move space to ws-code-input
               accept ws-code-input
               move function upper-case(ws-code-input) to
                 WS-TASK-REF-TYPE
               move 0 to WS-TASK-REF-ID
               if WS-TASK-REF-TYPE not = space
                   display "Reference:"
                   move spaces to ws-in-input
                   accept ws-in-input
                   move function numval(ws-in-input) to
                     WS-TASK-REF-ID
               end-if
           end-if

           perform PARA-100-FIND-REFERENCE

           if ws-ref-found = 0
               display "No " ws-ref-words " with that reference -"
                 " nothing raised."
               display "Press ENTER to continue."
               accept ws-continue
               goback
           end-if

           if WS-TASK-REF-TYPE not = space
               display "Task for " ws-ref-words " " WS-TASK-REF-ID
                 " " ws-ref-name
           end-if

           perform PARA-200-KEY-TASK
           goback.

       PARA-100-FIND-REFERENCE.

           move 0 to ws-ref-found
           move spaces to ws-ref-name
           move spaces to ws-ref-words

           evaluate WS-TASK-REF-TYPE
               when space
                   move 1 to ws-ref-found
               when "P"
                   move "PROPERTY" to ws-ref-words
                   open input property-file
                   perform Check-Property-Open
                   move WS-TASK-REF-ID to PROPERTY-ID
                   read property-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-ref-found
                           move PROPERTY-AL1 to ws-ref-name
                   end-read
                   close property-file
               when "B"
                   move "BUYER" to ws-ref-words
                   open input buyer-file
                   perform Check-Buyer-Open
                   move WS-TASK-REF-ID to BUYER-ID of buyer-record
                   read buyer-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-ref-found
                           move BUYER-NAME to ws-ref-name
                   end-read
                   close buyer-file
               when "S"
                   move "SELLER" to ws-ref-words
                   open input seller-file
                   perform Check-Seller-Open
                   move WS-TASK-REF-ID to SELLER-ID of seller-record
                   read seller-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-ref-found
                           move SELLER-NAME to ws-ref-name
                   end-read
                   close seller-file
               when "T"
                   move "TENANT" to ws-ref-words
                   open input tenant-file
                   move WS-TASK-REF-ID to TENANT-ID
                   read tenant-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-ref-found
                           move TENANT-NAME to ws-ref-name
                   end-read
                   close tenant-file
               when "C"
                   move "CONTRACTOR" to ws-ref-words
                   open input contractor-file
                   move WS-TASK-REF-ID to CONTRACTOR-ID
                   read contractor-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-ref-found
                           move CONTRACTOR-NAME to ws-ref-name
                   end-read
                   close contractor-file
               when other
                   move "RECORD" to ws-ref-words
           end-evaluate.

       PARA-200-KEY-TASK.

           initialize TASK-RECORD
           move WS-TASK-REF-TYPE to TASK-REF-TYPE
           move WS-TASK-REF-ID to TASK-REF-ID

           display "What needs doing:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               display "No description - nothing raised."
               display "Press ENTER to continue."
               accept ws-continue
           else
               move ws-in-input to TASK-DESC
               perform PARA-210-KEY-DUE-AND-OWNER
           end-if.

       PARA-210-KEY-DUE-AND-OWNER.

           display "Due date (DDMMYYYY, blank = today):"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces or ws-in-input(1:8) not numeric
               move function current-date(1:8) to TASK-DUE-DATE
           else
               move ws-in-input(1:8) to ws-due-input
               compute TASK-DUE-DATE = (ws-due-yyyy * 10000) +
                 (ws-due-mm * 100) + ws-due-dd
           end-if

           display "Priority - H high, M medium, L low (blank = M):"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to TASK-PRIORITY
           if TASK-PRIORITY not = "H" and TASK-PRIORITY not = "L"
               move "M" to TASK-PRIORITY
           end-if

           display "Assign to user ID (blank = yourself):"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               move ws-current-user-id to ws-assignee-id
           else
               move function numval(ws-in-input) to ws-assignee-id
           end-if

           move spaces to ws-assignee-name
           open input user-file
           perform Check-User-Open
           move ws-assignee-id to USER-ID of user-record
           read user-file
               invalid key
                   move 0 to ws-assignee-id
               not invalid key
                   move USER-NAME of user-record to ws-assignee-name
           end-read
           close user-file

           if ws-assignee-id = 0
               display "No user with that ID - nothing raised."
               display "Press ENTER to continue."
               accept ws-continue
           else
               perform PARA-220-SAVE-TASK
           end-if.

       PARA-220-SAVE-TASK.

           move "TASK" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to TASK-ID
           move ws-assignee-id to TASK-ASSIGNED-USER-ID
           move "O" to TASK-STATUS
           move ws-current-user-id to TASK-RAISED-BY
           move function current-date(1:8) to TASK-RAISED-DATE
           move 0 to TASK-DONE-DATE

           open i-o task-file
           write TASK-RECORD
           close task-file

           move "TASK" to ws-audit-record-type
           move "RAISE" to ws-audit-action
           move TASK-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move TASK-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           move TASK-ID to WS-TASK-ID

           display "Task " TASK-ID " raised for " ws-assignee-name
             " due " TASK-DUE-DATE(7:2) "/" TASK-DUE-DATE(5:2) "/"
             TASK-DUE-DATE(1:4) "."
           display "Press ENTER to continue."
           accept ws-continue.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program TaskRaise.
