      *CUSTOMERSURVEY.cbl
      *Client satisfaction surveys - what sellers, buyers and
      *landlords thought of us once a sale completed or a tenancy
      *started, so complaints stop being the only feedback we get.
      *The invitations are raised and queued by SurveyInvite.cbl.
      *Reached from the Office menu:
      *  1. Key a response - the score out of 10 and comments
      *     against the survey reference the invitation quoted. A
      *     score at or below SURVEY-LOW-SCORE (CONFIG-FILE,
      *     default 6) raises a high-priority follow-up task for
      *     the branch manager (the first manager on the property's
      *     branch, failing that the first manager on file), due in
      *     SURVEY-FOLLOWUP-DAYS (default 2), so the client is
      *     called before it becomes a complaint.
      *  2. Surveys on a property - every invitation, its score and
      *     any follow-up task.
      *  3. Monthly results - for the invitations sent in a keyed
      *     month, the response rate and average score by
      *     negotiator and by branch, and every low score with its
      *     follow-up, to a period-stamped SURVEY dataset on the
      *     print spool.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. CustomerSurvey.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "surveyfile.cpy".
       copy "surveyrespfile.cpy".
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "userfile.cpy".
       copy "branchfile.cpy".
       copy "taskfile.cpy".
       copy "configfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

           select optional survey-report-file assign to
               ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "surveyrecord.cpy".
       copy "surveyresprecord.cpy".
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "userrecord.cpy".
       copy "branchrecord.cpy".
       copy "taskrecord.cpy".
       copy "configrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       FD survey-report-file.
       01 survey-report-line pic x(100).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-config.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(60) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-user-eof pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.

       01 ws-period-input pic x(7) value spaces.
       01 ws-period-month pic 99 value 0.
       01 ws-period-year pic 9999 value 0.
       01 ws-period-stamp pic x(6) value spaces.

       01 ws-pick-id pic 9(6) value 0.
       01 ws-survey-found pic 9 value 0 comp.
       01 ws-score-ok pic 9 value 0 comp.
       01 ws-srv-property-id pic 9(6) value 0.
       01 ws-party-name pic x(20) value spaces.
       01 ws-prop-address pic x(35) value spaces.
       01 ws-event-disp pic x(16) value spaces.
       01 ws-score-disp pic z9.
       01 ws-low-score pic 99 value 0.
       01 ws-followup-days pic 9(3) value 0.
       01 ws-manager-id pic 9(6) value 0.
       01 ws-manager-any-id pic 9(6) value 0.
       01 ws-manager-name pic x(10) value spaces.
       01 ws-due-date pic 9(8) value 0.
       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-list-count pic 9(4) value 0.

      *Results are gathered per negotiator as the invitations are
      *read; branches are few enough to index by BRANCH-ID + 1.
       01 ws-neg-count pic 9(3) value 0 comp.
       01 ws-neg-idx pic 9(3) value 0 comp.
       01 ws-neg-table occurs 200 times.
         03 nt-user-id pic 9(6).
         03 nt-invited pic 9(5).
         03 nt-responded pic 9(5).
         03 nt-score-total pic 9(7).
       01 ws-br-idx pic 9(3) value 0 comp.
       01 ws-branch-table occurs 100 times.
         03 bt-invited pic 9(5).
         03 bt-responded pic 9(5).
         03 bt-score-total pic 9(7).

       01 ws-tot-invited pic 9(6) value 0.
       01 ws-tot-responded pic 9(6) value 0.
       01 ws-tot-score pic 9(8) value 0.
       01 ws-rate pic 999v9 value 0.
       01 ws-rate-disp pic zz9.9.
       01 ws-average pic 99v99 value 0.
       01 ws-average-disp pic z9.99.
       01 ws-name-disp pic x(20) value spaces.
       01 ws-count-disp pic zzzz9.
       01 ws-count-disp-2 pic zzzz9.
       01 ws-low-count pic 9(4) value 0.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move "SURVEY-LOW-SCORE" to WS-CONFIG-NAME
           move 6 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-low-score

           move "SURVEY-FOLLOWUP-DAYS" to WS-CONFIG-NAME
           move 2 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-followup-days

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST CLIENT SURVEYS"
               display "----------------------------------------"
               display "1. KEY A RESPONSE"
               display "2. SURVEYS ON A PROPERTY"
               display "3. MONTHLY RESULTS"
               display "4. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-KEY-RESPONSE
                   when "2"
                       perform PARA-200-PROPERTY-SURVEYS
                   when "3"
                       perform PARA-300-MONTHLY-RESULTS
                   when "4"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * One answer per invitation, keyed from the reply against
      * the reference the invitation quoted.
      *----------------------------------------------------------
       PARA-100-KEY-RESPONSE.

           display "Survey reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-pick-id

           perform PARA-110-READ-SURVEY
           if ws-survey-found = 0
               display "No survey invitation with that reference."
           else
               perform PARA-150-DESCRIBE-SURVEY
               if SURV-STATUS = "R"
                   display "A response is already on file for this"
                     " survey."
               else
                   perform PARA-120-TAKE-RESPONSE
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-110-READ-SURVEY.

           move 0 to ws-survey-found
           open input survey-file
           move ws-pick-id to SURV-ID
           read survey-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-survey-found
           end-read
           close survey-file.

       PARA-120-TAKE-RESPONSE.

           move 0 to ws-score-ok
           display "Score out of 10:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function numval(ws-in-input) to RESP-SCORE
               if RESP-SCORE not > 10
                   move 1 to ws-score-ok
               end-if
           end-if

           if ws-score-ok = 0
               display "The score must be 0 to 10 - nothing saved."
           else
               display "Comments:"
               move spaces to ws-in-input
               accept ws-in-input
               move ws-in-input to RESP-COMMENTS

               move SURV-ID to RESP-SURV-ID
               move function current-date(1:8) to RESP-DATE
               move ws-current-user-id to RESP-USER-ID
               move 0 to RESP-TASK-ID

               if RESP-SCORE not > ws-low-score
                   perform PARA-130-RAISE-FOLLOW-UP
               end-if

               open i-o survey-resp-file
               write SURVEY-RESP-RECORD
                   invalid key
                       rewrite SURVEY-RESP-RECORD
               end-write
               close survey-resp-file

               open i-o survey-file
               read survey-file
                   invalid key
                       continue
                   not invalid key
                       move "R" to SURV-STATUS
                       rewrite SURVEY-RECORD
               end-read
               close survey-file

               move "SURVEY" to ws-audit-record-type
               move "RESPND" to ws-audit-action
               move RESP-SURV-ID to ws-audit-key
               move spaces to ws-audit-old-value
               move SURVEY-RESP-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               display "Response saved."
           end-if.

      *----------------------------------------------------------
      * A low score goes to the manager of the branch the client
      * dealt with as a task, so someone calls them while it can
      * still be put right.
      *----------------------------------------------------------
       PARA-130-RAISE-FOLLOW-UP.

           move 0 to ws-manager-id
           move 0 to ws-manager-any-id
           move 0 to ws-user-eof
           open input user-file
           perform Check-User-Open
           perform until ws-user-eof = 1
               read user-file next record
                   at end
                       move 1 to ws-user-eof
                   not at end
                       if USER-ROLE of user-record = "M"
                           if ws-manager-any-id = 0
                               move USER-ID of user-record to
                                 ws-manager-any-id
                           end-if
                           if USER-BRANCH-ID of user-record =
                             SURV-BRANCH-ID and ws-manager-id = 0
                               move USER-ID of user-record to
                                 ws-manager-id
                               move USER-NAME of user-record to
                                 ws-manager-name
                           end-if
                       end-if
           end-perform
           close user-file

           if ws-manager-id = 0
               move ws-manager-any-id to ws-manager-id
           end-if
           if ws-manager-id = 0
               move ws-current-user-id to ws-manager-id
           end-if

           move function current-date(1:8) to ws-today-yyyymmdd
           compute ws-due-date = function date-of-integer(
             function integer-of-date(ws-today-yyyymmdd) +
             ws-followup-days)

           move "TASK" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize TASK-RECORD
           move WS-NEXTID-RESULT to TASK-ID
           move SURV-PARTY-TYPE to TASK-REF-TYPE
           move SURV-PARTY-ID to TASK-REF-ID
           move RESP-SCORE to ws-score-disp
           string "SURVEY ", SURV-ID, " SCORED ", ws-score-disp,
             "/10 - CALL THE CLIENT" delimited by size into TASK-DESC
           move ws-due-date to TASK-DUE-DATE
           move "H" to TASK-PRIORITY
           move ws-manager-id to TASK-ASSIGNED-USER-ID
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

           move TASK-ID to RESP-TASK-ID
           display "Low score - follow-up task " TASK-ID
             " raised for the branch manager, user " ws-manager-id
             " " ws-manager-name.

       PARA-150-DESCRIBE-SURVEY.

           perform PARA-160-PARTY-NAME
           if SURV-EVENT = "T"
               move "TENANCY STARTED" to ws-event-disp
           else
               move "SALE COMPLETED" to ws-event-disp
           end-if
           display "Survey " SURV-ID " - " ws-party-name " ("
             SURV-PARTY-TYPE " " SURV-PARTY-ID ")"
           display "  " ws-event-disp " " SURV-EVENT-DATE(7:2) "/"
             SURV-EVENT-DATE(5:2) "/" SURV-EVENT-DATE(1:4)
             " at " ws-prop-address.

       PARA-160-PARTY-NAME.

           move spaces to ws-party-name
           if SURV-PARTY-TYPE = "B"
               open input buyer-file
               perform Check-Buyer-Open
               move SURV-PARTY-ID to BUYER-ID of BUYER-RECORD
               read buyer-file
                   invalid key
                       continue
                   not invalid key
                       move BUYER-NAME to ws-party-name
               end-read
               close buyer-file
           else
               open input seller-file
               perform Check-Seller-Open
               move SURV-PARTY-ID to SELLER-ID of SELLER-RECORD
               read seller-file
                   invalid key
                       continue
                   not invalid key
                       move SELLER-NAME to ws-party-name
               end-read
               close seller-file
           end-if

           move spaces to ws-prop-address
           open input property-file
           perform Check-Property-Open
           move SURV-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   string PROPERTY-AL1 of property-record, " ",
                     PROPERTY-POSTCODE of property-record
                     delimited by size into ws-prop-address
           end-read
           close property-file.

      *----------------------------------------------------------
      * Every invitation on one property with its answer.
      *----------------------------------------------------------
       PARA-200-PROPERTY-SURVEYS.

           display "Property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-srv-property-id

           move 0 to ws-list-count
           move 0 to ws-end-of-file
           open input survey-file
           move ws-srv-property-id to SURV-PROPERTY-ID
           start survey-file key = SURV-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read survey-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SURV-PROPERTY-ID not = ws-srv-property-id
                           move 1 to ws-end-of-file
                       else
                           add 1 to ws-list-count
                           perform PARA-150-DESCRIBE-SURVEY
                           perform PARA-250-SHOW-RESPONSE
                       end-if
           end-perform
           close survey-file

           if ws-list-count = 0
               display "No surveys sent for that property."
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-250-SHOW-RESPONSE.

           if SURV-STATUS not = "R"
               display "  No response yet - invited "
                 SURV-INVITED-DATE(7:2) "/" SURV-INVITED-DATE(5:2)
                 "/" SURV-INVITED-DATE(1:4)
           else
               open input survey-resp-file
               move SURV-ID to RESP-SURV-ID
               read survey-resp-file
                   invalid key
                       display "  Response missing from file."
                   not invalid key
                       move RESP-SCORE to ws-score-disp
                       display "  Scored " ws-score-disp "/10 - "
                         RESP-COMMENTS
                       if RESP-TASK-ID not = 0
                           display "  Follow-up task " RESP-TASK-ID
                       end-if
               end-read
               close survey-resp-file
           end-if.

      *----------------------------------------------------------
      * The month's invitations, how many answered and how well,
      * by negotiator and by branch, with the low scores listed.
      *----------------------------------------------------------
       PARA-300-MONTHLY-RESULTS.

           display "Results month (MM YYYY):"
           move spaces to ws-period-input
           accept ws-period-input
           move function numval(ws-period-input(1:2)) to
             ws-period-month
           move function numval(ws-period-input(4:4)) to
             ws-period-year
           if ws-period-month = 0 or ws-period-month > 12 or
             ws-period-year = 0
               display "Period not understood - nothing run."
           else
               perform PARA-320-RUN-RESULTS
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-320-RUN-RESULTS.

           move 0 to ws-neg-count
           move 0 to ws-tot-invited
           move 0 to ws-tot-responded
           move 0 to ws-tot-score
           move 0 to ws-low-count
           perform varying ws-br-idx from 1 by 1 until ws-br-idx > 100
               move 0 to bt-invited(ws-br-idx)
               move 0 to bt-responded(ws-br-idx)
               move 0 to bt-score-total(ws-br-idx)
           end-perform

           move spaces to ws-period-stamp
           string ws-period-year, ws-period-month into
             ws-period-stamp
           move spaces to ws-report-name
           string "SURVEY.", ws-period-stamp into ws-report-name

           open extend survey-report-file
           move all "=" to survey-report-line
           write survey-report-line
           move spaces to survey-report-line
           string "CLIENT SURVEY RESULTS FOR ", ws-period-month, "/",
             ws-period-year delimited by size into survey-report-line
           write survey-report-line
           display survey-report-line

           move all "-" to survey-report-line
           write survey-report-line
           move "LOW SCORES" to survey-report-line
           write survey-report-line
           display survey-report-line

           move 0 to ws-end-of-file
           open input survey-file
           open input survey-resp-file
           perform until ws-end-of-file = 1
               read survey-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SURV-INVITED-DATE(1:4) = ws-period-year and
                         SURV-INVITED-DATE(5:2) = ws-period-month
                           perform PARA-350-COUNT-ONE
                       end-if
           end-perform
           close survey-resp-file
           close survey-file

           if ws-low-count = 0
               move "  NONE" to survey-report-line
               write survey-report-line
               display survey-report-line
           end-if

           perform PARA-400-NEGOTIATOR-LINES
           perform PARA-450-BRANCH-LINES

           move all "=" to survey-report-line
           write survey-report-line
           move "ALL SURVEYS" to ws-name-disp
           move ws-tot-invited to ws-count-disp
           move ws-tot-responded to ws-count-disp-2
           perform PARA-500-RATE-AND-AVERAGE-TOTAL
           perform PARA-550-RESULT-LINE
           close survey-report-file

           move "SURVEY RESULTS" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name.

       PARA-350-COUNT-ONE.

           perform varying ws-neg-idx from 1 by 1
             until ws-neg-idx > ws-neg-count or
               nt-user-id(ws-neg-idx) = SURV-NEGOTIATOR-ID
               continue
           end-perform
           if ws-neg-idx > ws-neg-count and ws-neg-count < 200
               add 1 to ws-neg-count
               move ws-neg-count to ws-neg-idx
               move SURV-NEGOTIATOR-ID to nt-user-id(ws-neg-idx)
               move 0 to nt-invited(ws-neg-idx)
               move 0 to nt-responded(ws-neg-idx)
               move 0 to nt-score-total(ws-neg-idx)
           end-if
           compute ws-br-idx = SURV-BRANCH-ID + 1

           add 1 to ws-tot-invited
           add 1 to bt-invited(ws-br-idx)
           if ws-neg-idx not > ws-neg-count
               add 1 to nt-invited(ws-neg-idx)
           end-if

           if SURV-STATUS = "R"
               move SURV-ID to RESP-SURV-ID
               read survey-resp-file
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-tot-responded
                       add RESP-SCORE to ws-tot-score
                       add 1 to bt-responded(ws-br-idx)
                       add RESP-SCORE to bt-score-total(ws-br-idx)
                       if ws-neg-idx not > ws-neg-count
                           add 1 to nt-responded(ws-neg-idx)
                           add RESP-SCORE to
                             nt-score-total(ws-neg-idx)
                       end-if
                       if RESP-SCORE not > ws-low-score
                           perform PARA-360-LOW-SCORE-LINE
                       end-if
               end-read
           end-if.

       PARA-360-LOW-SCORE-LINE.

           add 1 to ws-low-count
           move RESP-SCORE to ws-score-disp
           move spaces to survey-report-line
           string "  SURVEY ", SURV-ID, " PROP ", SURV-PROPERTY-ID,
             " ", SURV-PARTY-TYPE, " ", SURV-PARTY-ID, " SCORE ",
             ws-score-disp, " TASK ", RESP-TASK-ID, " ",
             RESP-COMMENTS delimited by size into survey-report-line
           write survey-report-line
           display survey-report-line.

       PARA-400-NEGOTIATOR-LINES.

           move all "-" to survey-report-line
           write survey-report-line
           move "BY NEGOTIATOR          INVITED ANSWERED  RATE%  AVG"
             to survey-report-line
           write survey-report-line
           display survey-report-line

           perform varying ws-neg-idx from 1 by 1
             until ws-neg-idx > ws-neg-count
               move spaces to ws-name-disp
               if nt-user-id(ws-neg-idx) = 0
                   move "NOT RECORDED" to ws-name-disp
               else
                   open input user-file
                   perform Check-User-Open
                   move nt-user-id(ws-neg-idx) to
                     USER-ID of user-record
                   read user-file
                       invalid key
                           move nt-user-id(ws-neg-idx) to
                             ws-name-disp
                       not invalid key
                           string nt-user-id(ws-neg-idx), " ",
                             USER-NAME of user-record
                             delimited by size into ws-name-disp
                   end-read
                   close user-file
               end-if
               move nt-invited(ws-neg-idx) to ws-count-disp
               move nt-responded(ws-neg-idx) to ws-count-disp-2
               move 0 to ws-rate
               move 0 to ws-average
               if nt-invited(ws-neg-idx) not = 0
                   compute ws-rate rounded =
                     nt-responded(ws-neg-idx) * 100 /
                     nt-invited(ws-neg-idx)
               end-if
               if nt-responded(ws-neg-idx) not = 0
                   compute ws-average rounded =
                     nt-score-total(ws-neg-idx) /
                     nt-responded(ws-neg-idx)
               end-if
               perform PARA-550-RESULT-LINE
           end-perform.

       PARA-450-BRANCH-LINES.

           move all "-" to survey-report-line
           write survey-report-line
           move "BY BRANCH              INVITED ANSWERED  RATE%  AVG"
             to survey-report-line
           write survey-report-line
           display survey-report-line

           perform varying ws-br-idx from 1 by 1 until ws-br-idx > 100
               if bt-invited(ws-br-idx) not = 0
                   move spaces to ws-name-disp
                   open input branch-file
                   compute BRANCH-ID = ws-br-idx - 1
                   read branch-file
                       invalid key
                           string "BRANCH ", BRANCH-ID
                             delimited by size into ws-name-disp
                       not invalid key
                           move BRANCH-NAME to ws-name-disp
                   end-read
                   close branch-file
                   move bt-invited(ws-br-idx) to ws-count-disp
                   move bt-responded(ws-br-idx) to ws-count-disp-2
                   move 0 to ws-rate
                   move 0 to ws-average
                   compute ws-rate rounded =
                     bt-responded(ws-br-idx) * 100 /
                     bt-invited(ws-br-idx)
                   if bt-responded(ws-br-idx) not = 0
                       compute ws-average rounded =
                         bt-score-total(ws-br-idx) /
                         bt-responded(ws-br-idx)
                   end-if
                   perform PARA-550-RESULT-LINE
               end-if
           end-perform.

       PARA-500-RATE-AND-AVERAGE-TOTAL.

           move 0 to ws-rate
           move 0 to ws-average
           if ws-tot-invited not = 0
               compute ws-rate rounded =
                 ws-tot-responded * 100 / ws-tot-invited
           end-if
           if ws-tot-responded not = 0
               compute ws-average rounded =
                 ws-tot-score / ws-tot-responded
           end-if.

       PARA-550-RESULT-LINE.

           move ws-rate to ws-rate-disp
           move ws-average to ws-average-disp
           move spaces to survey-report-line
           string ws-name-disp, "   ", ws-count-disp, "    ",
             ws-count-disp-2, "  ", ws-rate-disp, "  ",
             ws-average-disp delimited by size into survey-report-line
           write survey-report-line
           display survey-report-line.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "ReadConfigValue.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program CustomerSurvey.
