      *TASKHANDOVER.cpy
      *Shared paragraph that hands an open task to a colleague.
      *The caller has TASK-FILE open I-O with the task just read
      *and sets WS-TASK-NEW-USER-ID; the colleague must be on the
      *user file. WS-TASK-HANDED comes back 1 when the task moved
      *(rewritten and audit-logged TASK/HANDOV), 0 when the user
      *was not found or already holds it. Calling program must
      *copy "ws-taskhand.cpy", "ws-auditlog.cpy", "userfile.cpy"
      *and "AuditLogWrite.cpy".
       Hand-Over-Task.
           move 0 to WS-TASK-HANDED
           move spaces to WS-TASK-NEW-USER-NAME

           if WS-TASK-NEW-USER-ID not = TASK-ASSIGNED-USER-ID
               open input user-file
               move WS-TASK-NEW-USER-ID to USER-ID of user-record
               read user-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to WS-TASK-HANDED
                       move USER-NAME of user-record to
                         WS-TASK-NEW-USER-NAME
               end-read
               close user-file
           end-if

           if WS-TASK-HANDED = 1
               move "TASK" to ws-audit-record-type
               move "HANDOV" to ws-audit-action
               move TASK-ID to ws-audit-key
               move spaces to ws-audit-old-value
               string "USER ", TASK-ASSIGNED-USER-ID
                 into ws-audit-old-value
               move spaces to ws-audit-new-value
               string "USER ", WS-TASK-NEW-USER-ID
                 into ws-audit-new-value
               move WS-TASK-NEW-USER-ID to TASK-ASSIGNED-USER-ID
               rewrite TASK-RECORD
               perform Write-Audit-Log
           end-if.
