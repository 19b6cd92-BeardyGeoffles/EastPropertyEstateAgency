      *ACCESSCHANGE.cbl
      *Codes-change reminder for the access instructions file.
      *Called with the WS-ACCCHG block (ws-accesschg.cpy) when a
      *sale completes - SalesProgression.cbl as the completion date
      *is keyed, ConveyancerUpdate.cbl as a firm's file fills it -
      *and when a tenancy ends (CheckoutSettlement.cbl at the
      *checkout). The people leaving know the alarm and key safe
      *codes, so a property with codes on file is marked
      *AI-CHANGE-DUE with the reason, and a high-priority task to
      *have them changed is raised on the property for its
      *negotiator (the one who sold or let it, else the one who
      *listed it, else whoever is keying). A property already
      *marked is not tasked twice. Nothing is displayed - the
      *callers are entry screens and batch jobs alike - so the flag
      *and task come back in the block for the caller to prompt
      *with. AccessInstructions.cbl lists the properties still due
      *a change and clears the mark when new codes are keyed.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AccessChange.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "accessfile.cpy".
       copy "propertyfile.cpy".
       copy "taskfile.cpy".
       copy "auditfile.cpy".
       copy "seqfile.cpy".

       data division.

       FILE SECTION.
       copy "accessrecord.cpy".
       copy "propertyrecord.cpy".
       copy "taskrecord.cpy".
       copy "auditrecord.cpy".
       copy "seqrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-nextid.cpy".

       01 ws-access-found pic 9 value 0 comp.
       01 ws-already-due pic 9 value 0 comp.
       01 ws-assignee-id pic 9(6) value 0.

       linkage section.

       copy "ws-accesschg.cpy".

       procedure division using WS-ACCCHG.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move 0 to WS-ACCCHG-FLAGGED
           move 0 to WS-ACCCHG-TASK-ID

           move 0 to ws-access-found
           move 0 to ws-already-due
           open i-o access-file
           move WS-ACCCHG-PROPERTY-ID to AI-PROPERTY-ID
           read access-file
               invalid key
                   continue
               not invalid key
                   if AI-ALARM-CODE not = spaces or
                     AI-KEYSAFE-CODE not = spaces
                       move 1 to ws-access-found
                       if AI-CHANGE-DUE = "Y"
                           move 1 to ws-already-due
                       else
                           perform PARA-100-MARK-CHANGE-DUE
                       end-if
                   end-if
           end-read
           close access-file

           if ws-access-found = 1
               move 1 to WS-ACCCHG-FLAGGED
               if ws-already-due = 0
                   perform PARA-200-RAISE-TASK
               end-if
           end-if

           goback.

       PARA-100-MARK-CHANGE-DUE.

           move ACCESS-RECORD to ws-audit-old-value
           move "Y" to AI-CHANGE-DUE
           if WS-ACCCHG-EVENT = "S"
               move "SALE COMPLETED" to AI-CHANGE-REASON
           else
               move "TENANCY ENDED" to AI-CHANGE-REASON
           end-if
           move function current-date(1:8) to AI-CHANGE-FLAGGED-DATE
           rewrite ACCESS-RECORD

           move "ACCESS" to ws-audit-record-type
           move "CHGDUE" to ws-audit-action
           move AI-PROPERTY-ID to ws-audit-key
           move ACCESS-RECORD to ws-audit-new-value
           perform Write-Audit-Log.

      *----------------------------------------------------------
      * The task goes to the negotiator on the property - the one
      * who sold or let it, failing that the one who listed it.
      *----------------------------------------------------------
       PARA-200-RAISE-TASK.

           move ws-current-user-id to ws-assignee-id
           open input property-file
           perform Check-Property-Open
           move WS-ACCCHG-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   if PROPERTY-SELL-USER-ID not = 0
                       move PROPERTY-SELL-USER-ID to ws-assignee-id
                   else
                       if PROPERTY-LIST-USER-ID not = 0
                           move PROPERTY-LIST-USER-ID to
                             ws-assignee-id
                       end-if
                   end-if
           end-read
           close property-file

           initialize TASK-RECORD
           move "TASK" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to TASK-ID
           move "P" to TASK-REF-TYPE
           move WS-ACCCHG-PROPERTY-ID to TASK-REF-ID
           if WS-ACCCHG-EVENT = "S"
               move "CHANGE ALARM/KEY SAFE CODES - SALE COMPLETED" to
                 TASK-DESC
           else
               move "CHANGE ALARM/KEY SAFE CODES - TENANCY ENDED" to
                 TASK-DESC
           end-if
           move function current-date(1:8) to TASK-DUE-DATE
           move "H" to TASK-PRIORITY
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

           move TASK-ID to WS-ACCCHG-TASK-ID.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program AccessChange.
