      *Viewing.cbl (which warns when the chosen negotiator is away
      *on the viewing date) and by the diary report (which marks
      *absent negotiators). Reached from the user-access menu.
      *When an absence is added, the negotiator's open tasks falling
      *due before they are back are listed one at a time for
      *reassignment to a colleague (TaskHandover.cpy), so nothing
      *waits on an empty desk.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AbsenceCalendar.
       copy "absencefile.cpy".
       copy "userfile.cpy".
       copy "seqfile.cpy".
       copy "taskfile.cpy".
       copy "auditfile.cpy".

       data division.

       copy "absencerecord.cpy".
       copy "userrecord.cpy".
       copy "seqrecord.cpy".
       copy "taskrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-taskhand.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-abs-user-id pic 9(6) value 0.
       01 ws-list-count pic 9(4) value 0.
       01 ws-user-name-found pic x(10) value spaces.
       01 ws-back-date pic 9(8) value 0.
       01 ws-task-count pic 9(4) value 0.
       01 ws-moved-count pic 9(4) value 0.

       procedure division.

             " (" ABSENCE-TYPE ") " ABSENCE-FROM-DAY "/"
             ABSENCE-FROM-MONTH "/" ABSENCE-FROM-YEAR " to "
             ABSENCE-TO-DAY "/" ABSENCE-TO-MONTH "/"
             ABSENCE-TO-YEAR

           perform PARA-150-CARRY-OVER-TASKS.

      *----------------------------------------------------------
      * Every open task of theirs due on or before the last day
      * away is offered for reassignment; blank keeps it where it
      * is.
      *----------------------------------------------------------
       PARA-150-CARRY-OVER-TASKS.

           compute ws-back-date = (ABSENCE-TO-YEAR * 10000) +
             (ABSENCE-TO-MONTH * 100) + ABSENCE-TO-DAY
           move 0 to ws-task-count
           move 0 to ws-moved-count
           move 0 to ws-end-of-file

           open i-o task-file
           perform until ws-end-of-file = 1
               read task-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if TASK-STATUS = "O" and
                         TASK-ASSIGNED-USER-ID = ws-abs-user-id and
                         TASK-DUE-DATE not > ws-back-date
                           add 1 to ws-task-count
                           perform PARA-160-REASSIGN-TASK
                       end-if
               end-read
           end-perform
           close task-file

           if ws-task-count > 0
               display ws-moved-count " of " ws-task-count
                 " open task(s) reassigned."
           end-if.

       PARA-160-REASSIGN-TASK.

           if ws-task-count = 1
               display " "
               display ws-user-name-found " has open tasks due before"
                 " they are back:"
           end-if

           display "  Task " TASK-ID " due " TASK-DUE-DATE(7:2) "/"
             TASK-DUE-DATE(5:2) "/" TASK-DUE-DATE(1:4) " "
             TASK-REF-TYPE " " TASK-REF-ID " " TASK-DESC(1:30)
           display "  Hand to user ID (blank = keep):"
           move spaces to ws-input
           accept ws-input
           if ws-input not = spaces
               move function numval(ws-input) to WS-TASK-NEW-USER-ID
               perform Hand-Over-Task
               if WS-TASK-HANDED = 1
                   add 1 to ws-moved-count
                   display "  Handed to " WS-TASK-NEW-USER-NAME
               else
                   display "  No such user - task kept."
               end-if
           end-if.

       PARA-200-LIST-ABSENCES.

           display ws-list-count " absence(s) on file.".

       copy "GenerateNextId.cpy".
       copy "TaskHandover.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

