      *ACCESSINSTRUCTIONS.cbl
      *Property access instructions - alarm code, key safe code and
      *where the safe is, the access notes and the notice the
      *occupier needs, held on ACCESS-FILE apart from the buyer and
      *seller notes anyone can read. Reached from the Property menu:
      *  1. Key or amend a property's access instructions - manager
      *     or admin role only; the codes are never shown back, only
      *     whether one is held, and keying a new code clears any
      *     codes-change reminder (AccessChange.cbl).
      *  2. Show the instructions to a negotiator - only the user
      *     signed in, and only with a viewing or appointment of
      *     theirs at the property booked for today or within
      *     CONFIG-FILE setting ACCESS-LEAD-DAYS (default 1) days.
      *  3. Show the instructions for a contractor - only one the
      *     key register shows holding the property's keys.
      *  4. Properties whose codes are due a change after a sale
      *     completed or a tenancy ended.
      *Every showing, and every refusal, goes to the audit trail.
      *KeyRegister.cbl calls in with the WS-ACCESS block
      *(ws-access.cpy) set as keys go out to a contractor, to go
      *straight to option 3 for that contractor.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AccessInstructions.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "accessfile.cpy".
       copy "propertyfile.cpy".
       copy "viewingfile.cpy".
       copy "appointmentfile.cpy".
       copy "keyregfile.cpy".
       copy "contractorfile.cpy".
       copy "configfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "accessrecord.cpy".
       copy "propertyrecord.cpy".
       copy "viewingrecord.cpy".
       copy "appointmentrecord.cpy".
       copy "keyregrecord.cpy".
       copy "contractorrecord.cpy".
       copy "configrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-config.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(60) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.

       01 ws-ai-property-id pic 9(6) value 0.
       01 ws-ai-contractor-id pic 9(4) value 0.
       01 ws-access-new pic 9 value 0 comp.
       01 ws-access-found pic 9 value 0 comp.
       01 ws-codes-changed pic 9 value 0 comp.
       01 ws-allowed pic 9 value 0 comp.
       01 ws-allowed-by pic x(30) value spaces.
       01 ws-refusal pic x(40) value spaces.
       01 ws-due-count pic 9(4) value 0.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-lead-days pic 9(4) value 0.
       01 ws-latest-yyyymmdd pic 9(8) value 0.
       01 ws-booked-yyyymmdd pic 9(8) value 0.
       01 ws-notice-disp pic z9.

       linkage section.

       copy "ws-access.cpy".

       procedure division using WS-ACCESS.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value

           move 0 to WS-ACCESS-SHOWN

           if WS-ACCESS-PROPERTY-ID not = 0
               move WS-ACCESS-PROPERTY-ID to ws-ai-property-id
               move WS-ACCESS-CONTRACTOR-ID to ws-ai-contractor-id
               perform PARA-060-READ-PROPERTY
               if ws-ai-property-id not = 0
                   perform PARA-310-CONTRACTOR-CHECK
               end-if
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST ACCESS INSTRUCTIONS"
               display "----------------------------------------"
               display "1. KEY/AMEND ACCESS INSTRUCTIONS"
               display "2. SHOW FOR MY VIEWING/APPOINTMENT"
               display "3. SHOW FOR A CONTRACTOR WITH THE KEYS"
               display "4. CODES DUE A CHANGE"
               display "5. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-AMEND-ACCESS
                   when "2"
                       perform PARA-200-SHOW-NEGOTIATOR
                   when "3"
                       perform PARA-300-SHOW-CONTRACTOR
                   when "4"
                       perform PARA-400-CODES-DUE
                   when "5"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

       PARA-050-PICK-PROPERTY.

           display "Property reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-ai-property-id
           if ws-ai-property-id not = 0
               perform PARA-060-READ-PROPERTY
           end-if.

       PARA-060-READ-PROPERTY.

           open input property-file
           perform Check-Property-Open
           move ws-ai-property-id to property-id of property-record
           read property-file
               invalid key
                   display "No property with that reference."
                   move 0 to ws-ai-property-id
           end-read
           close property-file.

      *----------------------------------------------------------
      * Keying is for managers. The codes are asked for but never
      * shown - only whether one is held - so keying them is not
      * a way round the disclosure rules.
      *----------------------------------------------------------
       PARA-100-AMEND-ACCESS.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "Access instructions are keyed by the manager"
                 " or admin role."
               display "Press ENTER to continue."
               accept ws-continue
           else
               perform PARA-050-PICK-PROPERTY
               if ws-ai-property-id not = 0
                   perform PARA-110-KEY-ACCESS
                   display "Press ENTER to continue."
                   accept ws-continue
               end-if
           end-if.

       PARA-110-KEY-ACCESS.

           move 0 to ws-access-new
           move 0 to ws-codes-changed
           open input access-file
           move ws-ai-property-id to AI-PROPERTY-ID
           read access-file
               invalid key
                   move 1 to ws-access-new
           end-read
           close access-file

           if ws-access-new = 1
               initialize ACCESS-RECORD
               move ws-ai-property-id to AI-PROPERTY-ID
               move spaces to ws-audit-old-value
           else
               move ACCESS-RECORD to ws-audit-old-value
           end-if

           display " "
           display "ACCESS FOR " ws-ai-property-id " "
             PROPERTY-AL1 of property-record
           if AI-CHANGE-DUE = "Y"
               display "Codes due a change - " AI-CHANGE-REASON
           end-if

           if AI-ALARM-CODE = spaces
               display "Alarm code [NOT HELD] - new code, blank keeps,"
                 " a dash clears:"
           else
               display "Alarm code [HELD] - new code, blank keeps,"
                 " a dash clears:"
           end-if
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = "-"
               move spaces to AI-ALARM-CODE
               move 1 to ws-codes-changed
           else
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input) to
                     AI-ALARM-CODE
                   move 1 to ws-codes-changed
               end-if
           end-if

           if AI-KEYSAFE-CODE = spaces
               display "Key safe code [NOT HELD] - new code, blank"
                 " keeps, a dash clears:"
           else
               display "Key safe code [HELD] - new code, blank keeps,"
                 " a dash clears:"
           end-if
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = "-"
               move spaces to AI-KEYSAFE-CODE
               move 1 to ws-codes-changed
           else
               if ws-in-input not = spaces
                   move function upper-case(ws-in-input) to
                     AI-KEYSAFE-CODE
                   move 1 to ws-codes-changed
               end-if
           end-if

           display "Key safe location [" AI-KEYSAFE-LOCATION "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to
                 AI-KEYSAFE-LOCATION
           end-if

           display "Access notes (pets, doors, parking) ["
             function trim(AI-NOTES) "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input) to AI-NOTES
           end-if

           move AI-NOTICE-HOURS to ws-notice-disp
           display "Hours' notice the occupier needs [" ws-notice-disp
             "]:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to AI-NOTICE-HOURS
           end-if

           if ws-codes-changed = 1
               move function current-date(1:8) to AI-CODES-SET-DATE
               move space to AI-CHANGE-DUE
               move spaces to AI-CHANGE-REASON
               move 0 to AI-CHANGE-FLAGGED-DATE
           end-if
           move function current-date(1:8) to AI-AMENDED-DATE
           move ws-current-user-id to AI-USER-ID

           open i-o access-file
           if ws-access-new = 1
               write ACCESS-RECORD
           else
               rewrite ACCESS-RECORD
           end-if
           close access-file

      *The trail keeps the notes but not the codes themselves.
           move "ACCESS" to ws-audit-record-type
           if ws-access-new = 1
               move "ADD" to ws-audit-action
               move spaces to ws-audit-old-value
           else
               move "AMEND" to ws-audit-action
               move spaces to ws-audit-old-value
               string "NOTES ", AI-NOTES delimited by size
                 into ws-audit-old-value
           end-if
           move AI-PROPERTY-ID to ws-audit-key
           move spaces to ws-audit-new-value
           if ws-codes-changed = 1
               string "CODES CHANGED ", AI-KEYSAFE-LOCATION
                 delimited by size into ws-audit-new-value
           else
               string "CODES UNCHANGED ", AI-KEYSAFE-LOCATION
                 delimited by size into ws-audit-new-value
           end-if
           perform Write-Audit-Log

           display "Access instructions saved.".

      *----------------------------------------------------------
      * The negotiator signed in must have a viewing or an
      * appointment of their own at the property, not cancelled,
      * booked for today or the next ACCESS-LEAD-DAYS days.
      *----------------------------------------------------------
       PARA-200-SHOW-NEGOTIATOR.

           perform PARA-050-PICK-PROPERTY
           if ws-ai-property-id not = 0
               perform PARA-210-NEGOTIATOR-CHECK
               display "Press ENTER to continue."
               accept ws-continue
           end-if.

       PARA-210-NEGOTIATOR-CHECK.

           move "ACCESS-LEAD-DAYS" to WS-CONFIG-NAME
           move 1 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-lead-days

           move function current-date(1:8) to ws-today-yyyymmdd
           compute ws-latest-yyyymmdd = function date-of-integer(
             function integer-of-date(ws-today-yyyymmdd) +
             ws-lead-days)

           move 0 to ws-allowed
           move spaces to ws-allowed-by

           move 0 to ws-end-of-file
           open input viewing-file
           perform until ws-end-of-file = 1
               read viewing-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if VIEWING-PROPERTY-ID = ws-ai-property-id and
                         VIEWING-USER-ID = ws-current-user-id and
                         CANCEL-YEAR = 0
                           compute ws-booked-yyyymmdd =
                             (VIEW-YEAR * 10000) + (VIEW-MONTH * 100)
                             + VIEW-DAY
                           if ws-booked-yyyymmdd >= ws-today-yyyymmdd
                             and ws-booked-yyyymmdd <=
                             ws-latest-yyyymmdd
                               move 1 to ws-allowed
                               string "VIEWING ", VIEWING-ID
                                 delimited by size into ws-allowed-by
                               move 1 to ws-end-of-file
                           end-if
                       end-if
               end-read
           end-perform
           close viewing-file

           if ws-allowed = 0
               move 0 to ws-end-of-file
               open input appointment-file
               perform until ws-end-of-file = 1
                   read appointment-file next record
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           if (APPT-TYPE = "SIGNUP" or
                             APPT-TYPE = "INSPECTION") and
                             APPT-REF-ID = ws-ai-property-id and
                             APPT-USER-ID = ws-current-user-id and
                             APPT-CANCELLED-FLAG not = "Y"
                               compute ws-booked-yyyymmdd =
                                 (APPT-YEAR * 10000) +
                                 (APPT-MONTH * 100) + APPT-DAY
                               if ws-booked-yyyymmdd >=
                                 ws-today-yyyymmdd and
                                 ws-booked-yyyymmdd <=
                                 ws-latest-yyyymmdd
                                   move 1 to ws-allowed
                                   string "APPOINTMENT ", APPT-ID
                                     delimited by size into
                                     ws-allowed-by
                                   move 1 to ws-end-of-file
                               end-if
                           end-if
                   end-read
               end-perform
               close appointment-file
           end-if

           if ws-allowed = 1
               perform PARA-500-DISCLOSE
           else
               move "NO BOOKING FOR THIS USER" to ws-refusal
               perform PARA-550-REFUSE
           end-if.

      *----------------------------------------------------------
      * A contractor gets the instructions only while the key
      * register shows them holding this property's keys.
      *----------------------------------------------------------
       PARA-300-SHOW-CONTRACTOR.

           perform PARA-050-PICK-PROPERTY
           if ws-ai-property-id not = 0
               display "Contractor ID:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to
                 ws-ai-contractor-id
               perform PARA-310-CONTRACTOR-CHECK
           end-if.

       PARA-310-CONTRACTOR-CHECK.

           move 0 to ws-allowed
           move spaces to ws-allowed-by

           open input key-reg-file
           move ws-ai-property-id to KEYREG-PROPERTY-ID
           read key-reg-file
               invalid key
                   continue
               not invalid key
                   if KEYREG-HOLDER-TYPE = "C" and
                     KEYREG-OUT-CONTRACTOR-ID = ws-ai-contractor-id
                     and ws-ai-contractor-id not = 0
                       move 1 to ws-allowed
                   end-if
           end-read
           close key-reg-file

           if ws-allowed = 1
               open input contractor-file
               move ws-ai-contractor-id to CONTRACTOR-ID
               read contractor-file
                   invalid key
                       move spaces to CONTRACTOR-NAME
               end-read
               close contractor-file
               string "CONTRACTOR ", ws-ai-contractor-id, " ",
                 CONTRACTOR-NAME delimited by size into ws-allowed-by
               perform PARA-500-DISCLOSE
           else
               move "CONTRACTOR NOT HOLDING THE KEYS" to ws-refusal
               perform PARA-550-REFUSE
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-400-CODES-DUE.

           display "PROP   CODES DUE SINCE  REASON"
           move 0 to ws-due-count
           move 0 to ws-end-of-file
           open input access-file
           perform until ws-end-of-file = 1
               read access-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if AI-CHANGE-DUE = "Y"
                           add 1 to ws-due-count
                           display AI-PROPERTY-ID " "
                             AI-CHANGE-FLAGGED-DATE(7:2) "/"
                             AI-CHANGE-FLAGGED-DATE(5:2) "/"
                             AI-CHANGE-FLAGGED-DATE(1:4) "       "
                             AI-CHANGE-REASON
                       end-if
               end-read
           end-perform
           close access-file

           if ws-due-count = 0
               display "No codes are due a change."
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * The only place the codes are ever displayed.
      *----------------------------------------------------------
       PARA-500-DISCLOSE.

           move 0 to ws-access-found
           open input access-file
           move ws-ai-property-id to AI-PROPERTY-ID
           read access-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-access-found
           end-read
           close access-file

           if ws-access-found = 0
               display "No access instructions held for that"
                 " property."
           else
               display " "
               display "ACCESS - " ws-ai-property-id " "
                 PROPERTY-AL1 of property-record
               display "  For " ws-allowed-by
               if AI-ALARM-CODE not = spaces
                   display "  Alarm code     " AI-ALARM-CODE
               end-if
               if AI-KEYSAFE-CODE not = spaces
                   display "  Key safe code  " AI-KEYSAFE-CODE
                     "  " AI-KEYSAFE-LOCATION
               end-if
               if AI-NOTES not = spaces
                   display "  " AI-NOTES
               end-if
               if AI-NOTICE-HOURS not = 0
                   move AI-NOTICE-HOURS to ws-notice-disp
                   display "  Occupier needs " ws-notice-disp
                     " hours' notice"
               end-if
               if AI-CHANGE-DUE = "Y"
                   display "  Codes due a change - "
                     AI-CHANGE-REASON
               end-if
               move 1 to WS-ACCESS-SHOWN

               move "ACCESS" to ws-audit-record-type
               move "SHOW" to ws-audit-action
               move ws-ai-property-id to ws-audit-key
               move spaces to ws-audit-old-value
               move ws-allowed-by to ws-audit-new-value
               perform Write-Audit-Log
           end-if.

       PARA-550-REFUSE.

           display "Access instructions not shown - " ws-refusal "."

           move "ACCESS" to ws-audit-record-type
           move "REFUSE" to ws-audit-action
           move ws-ai-property-id to ws-audit-key
           move spaces to ws-audit-old-value
           move ws-refusal to ws-audit-new-value
           perform Write-Audit-Log.

       copy "ReadConfigValue.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program AccessInstructions.
