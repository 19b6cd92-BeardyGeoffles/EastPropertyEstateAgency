      *TASKS.cbl
      *Negotiator task list - the callbacks, chasers and "send the
      *buyer the floorplan" promises, kept on TASK-FILE instead of
      *sticky notes so they survive someone being off. Reached from
      *the main menu by every user:
      *  1. My tasks - the open tasks assigned to the signed-on user,
      *     overdue ones first and flagged OVERDUE, then the rest in
      *     file order.
      *  2. Raise a task (TaskRaise.cbl), against a property, buyer,
      *     seller, tenant or contractor reference or unlinked.
      *  3. Complete (or cancel) a task.
      *  4. Hand a task over to a colleague.
      *  5. Open tasks on a record - everything still open against
      *     one reference, whoever holds it.
      *Only the assignee, the person who raised it, or a manager or
      *admin may complete or hand over a task. Every change is
      *audit-logged under TASK.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Tasks.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "taskfile.cpy".
       copy "userfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "taskrecord.cpy".
       copy "userrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-task.cpy".
       copy "ws-taskhand.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-code-input pic x value space.

       01 ws-today pic 9(8) value 0.
       01 ws-task-pass pic 9 value 0 comp.
       01 ws-list-count pic 9(4) value 0.
       01 ws-overdue-count pic 9(4) value 0.
       01 ws-overdue-flag pic x(7) value spaces.
       01 ws-task-key pic 9(6) value 0.
       01 ws-task-found pic 9 value 0 comp.
       01 ws-may-change pic 9 value 0 comp.
       01 ws-ref-type pic x value space.
       01 ws-ref-id pic 9(6) value 0.

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

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST TASK LIST"
               display "----------------------------------------"
               display "1. MY TASKS"
               display "2. RAISE A TASK"
               display "3. COMPLETE OR CANCEL A TASK"
               display "4. HAND A TASK OVER"
               display "5. OPEN TASKS ON A RECORD"
               display "6. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-MY-TASKS
                   when "2"
                       initialize WS-TASK
                       call "TaskRaise" using WS-TASK
                   when "3"
                       perform PARA-300-COMPLETE-TASK
                   when "4"
                       perform PARA-400-HAND-OVER
                   when "5"
                       perform PARA-500-RECORD-TASKS
                   when "6"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * Two passes over the file: the overdue tasks first, so
      * they head the list, then everything else still open.
      *----------------------------------------------------------
       PARA-100-MY-TASKS.

           move function current-date(1:8) to ws-today
           move 0 to ws-list-count
           move 0 to ws-overdue-count

           display " "
           display "TASK   PRI DUE        RECORD    "
             "TASK                                      "

           perform varying ws-task-pass from 1 by 1
             until ws-task-pass > 2
               move 0 to ws-end-of-file
               open input task-file
               perform until ws-end-of-file = 1
                   read task-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if TASK-STATUS = "O" and
                             TASK-ASSIGNED-USER-ID = ws-current-user-id
                               perform PARA-110-LIST-IF-PASS
                           end-if
                   end-read
               end-perform
               close task-file
           end-perform

           display ws-list-count " open task(s), " ws-overdue-count
             " OVERDUE."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-110-LIST-IF-PASS.

           if (ws-task-pass = 1 and TASK-DUE-DATE < ws-today) or
             (ws-task-pass = 2 and TASK-DUE-DATE not < ws-today)
               move spaces to ws-overdue-flag
               if TASK-DUE-DATE < ws-today
                   move "OVERDUE" to ws-overdue-flag
                   add 1 to ws-overdue-count
               end-if
               add 1 to ws-list-count
               perform PARA-120-SHOW-TASK
           end-if.

       PARA-120-SHOW-TASK.

           display TASK-ID " " TASK-PRIORITY "   "
             TASK-DUE-DATE(7:2) "/" TASK-DUE-DATE(5:2) "/"
             TASK-DUE-DATE(1:4) " " TASK-REF-TYPE " " TASK-REF-ID
             "  " TASK-DESC(1:40) " " ws-overdue-flag.

      *----------------------------------------------------------
      * The assignee, whoever raised it, or a manager or admin may
      * close or pass on a task - nobody else.
      *----------------------------------------------------------
       PARA-200-FIND-TASK.

           move 0 to ws-task-found
           move 0 to ws-may-change

           display "Task reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-task-key

           move ws-task-key to TASK-ID
           read task-file
               invalid key
                   display "No task with that reference."
               not invalid key
                   if TASK-STATUS not = "O"
                       display "Task " TASK-ID " is already closed."
                   else
                       move 1 to ws-task-found
                   end-if
           end-read

           if ws-task-found = 1
               if TASK-ASSIGNED-USER-ID = ws-current-user-id or
                 TASK-RAISED-BY = ws-current-user-id or
                 is-admin or role-is-manager or role-is-admin-role
                   move 1 to ws-may-change
                   move spaces to ws-overdue-flag
                   perform PARA-120-SHOW-TASK
               else
                   display "Task " TASK-ID " belongs to user "
                     TASK-ASSIGNED-USER-ID " - only they, whoever"
                   display "raised it, or a manager may change it."
               end-if
           end-if.

       PARA-300-COMPLETE-TASK.

           open i-o task-file
           perform PARA-200-FIND-TASK

           if ws-may-change = 1
               display "(D)one or (X) cancel?"
               move space to ws-code-input
               accept ws-code-input
               move function upper-case(ws-code-input) to
                 ws-code-input
               if ws-code-input = "D" or ws-code-input = "X"
                   move ws-code-input to TASK-STATUS
                   move function current-date(1:8) to TASK-DONE-DATE
                   rewrite TASK-RECORD

                   move "TASK" to ws-audit-record-type
                   if ws-code-input = "D"
                       move "DONE" to ws-audit-action
                   else
                       move "CANCEL" to ws-audit-action
                   end-if
                   move TASK-ID to ws-audit-key
                   move "OPEN" to ws-audit-old-value
                   move TASK-DESC to ws-audit-new-value
                   perform Write-Audit-Log
                   display "Task " TASK-ID " closed."
               else
                   display "Nothing changed."
               end-if
           end-if

           close task-file
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-400-HAND-OVER.

           open i-o task-file
           perform PARA-200-FIND-TASK

           if ws-may-change = 1
               display "Hand to user ID:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 WS-TASK-NEW-USER-ID
               perform Hand-Over-Task
               if WS-TASK-HANDED = 1
                   display "Task " TASK-ID " handed to "
                     WS-TASK-NEW-USER-NAME "."
               else
                   display "No such user, or they already hold it -"
                     " nothing changed."
               end-if
           end-if

           close task-file
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-500-RECORD-TASKS.

           display "Record type - P property, B buyer, S seller,"
           display "T tenant, C contractor:"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to ws-ref-type
           display "Reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-ref-id

           move function current-date(1:8) to ws-today
           move 0 to ws-list-count
           move 0 to ws-end-of-file

           display " "
           display "TASK   PRI DUE        RECORD    "
             "TASK                       HELD BY"

           open input task-file
           perform until ws-end-of-file = 1
               read task-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if TASK-STATUS = "O" and
                         TASK-REF-TYPE = ws-ref-type and
                         TASK-REF-ID = ws-ref-id
                           move spaces to ws-overdue-flag
                           if TASK-DUE-DATE < ws-today
                               move "OVERDUE" to ws-overdue-flag
                           end-if
                           add 1 to ws-list-count
                           display TASK-ID " " TASK-PRIORITY "   "
                             TASK-DUE-DATE(7:2) "/"
                             TASK-DUE-DATE(5:2) "/"
                             TASK-DUE-DATE(1:4) " " TASK-REF-TYPE " "
                             TASK-REF-ID "  " TASK-DESC(1:26) " "
                             TASK-ASSIGNED-USER-ID " " ws-overdue-flag
                       end-if
               end-read
           end-perform
           close task-file

           display ws-list-count " open task(s) on that record."
           display "Press ENTER to continue."
           accept ws-continue.

       copy "TaskHandover.cpy".
       copy "AuditLogWrite.cpy".

       end program Tasks.
