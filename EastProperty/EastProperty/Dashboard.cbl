      *DASHBOARD.cbl
      *Start-of-day dashboard shown straight after sign-on, before
      *the main menu - everything that concerns the signed-on user
      *today on one numbered list, so the morning no longer starts
      *with a walk round six menus:
      *  VIEWING  their viewings today (not cancelled).
      *  APPT     their diary appointments today (AppointmentDiary).
      *  OFFER    offer acceptances parked for approval at OFFER-
      *           STATUS "P" - manager or admin role only.
      *  SALE     their agreed sales (PROPERTY-SELL-USER-ID, else the
      *           lister) stuck on a conveyancing milestone longer
      *           than CONFIG-FILE setting PROG-CHASE-DAYS (default
      *           14), counted the way ProgressionChasingReport.cbl
      *           counts them.
      *  KEYS     key sets they hold out longer than KEYS-OUT-DAYS
      *           (default 3), as KeysOverdueSweep.cbl judges them.
      *  ARREARS  unpaid rent periods past their due date at their
      *           branch; branch 00 (management) sees every branch.
      *  REPORT   spooled reports sent to them and not yet opened.
      *A line number opens the screen the line belongs to - the
      *viewing, the diary, the approvals queue, the sale's
      *progression (handed the property in LINK-OPEN-ID), the key
      *register, the tenant in arrears or the report inbox - and
      *the list is built again on return. Blank goes on to the
      *menu. Called by Login.cbl once the user is signed on.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Dashboard.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "viewingfile.cpy".
       copy "appointmentfile.cpy".
       copy "propertyfile.cpy".
       copy "salesprogfile.cpy".
       copy "keyregfile.cpy".
       copy "rentduefile.cpy".
       copy "rptboxfile.cpy".
       copy "userfile.cpy".
       copy "configfile.cpy".

       data division.

       FILE SECTION.
       copy "viewingrecord.cpy".
       copy "appointmentrecord.cpy".
       copy "propertyrecord.cpy".
       copy "salesprogrecord.cpy".
       copy "keyregrecord.cpy".
       copy "rentduerecord.cpy".
       copy "rptboxrecord.cpy".
       copy "userrecord.cpy".
       copy "configrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-inbox.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-today-disp pic x(10) value spaces.
       01 ws-user-branch pic 99 value 0.
       01 ws-user-name pic x(10) value spaces.
       01 ws-chase-days pic 9(4) value 0.
       01 ws-keys-days pic 9(4) value 0.

       01 ws-work-yyyymmdd pic 9(8) value 0.
       01 ws-last-yyyymmdd pic 9(8) value 0.
       01 ws-days-count pic s9(6) value 0.
       01 ws-days-disp pic z(5)9.
       01 ws-money-disp pic z(5)9.99.
       01 ws-have-progression pic 9 value 0 comp.
       01 ws-next-milestone pic x(18) value spaces.
       01 ws-sale-user-id pic 9(6) value 0.
       01 ws-hold-address pic x(25) value spaces.
       01 ws-hold-tenant-id pic 9(6) value 0.
       01 ws-in-branch pic 9 value 0 comp.

      *One line per thing needing the user; dl-open-id is the
      *record the line opens when that is not the line reference.
       01 ws-dash-count pic 99 value 0 comp.
       01 ws-dash-dropped pic 9(4) value 0.
       01 ws-dash-idx pic 99 value 0 comp.
       01 ws-dash-table occurs 40 times.
         03 dl-kind pic x(8).
         03 dl-id pic 9(6).
         03 dl-open-id pic 9(6).
         03 dl-desc pic x(55).

       01 ws-add-kind pic x(8) value spaces.
       01 ws-add-id pic 9(6) value 0.
       01 ws-add-open-id pic 9(6) value 0.
       01 ws-add-desc pic x(55) value spaces.

       01 ws-pick-input pic x(4) value spaces.
       01 ws-picked-row pic 99 value 0.
       01 ws-jump-id pic 9(6) value 0.
       01 ws-jump-id-text pic x(6) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move "PROG-CHASE-DAYS" to WS-CONFIG-NAME
           move 14 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-chase-days

           move "KEYS-OUT-DAYS" to WS-CONFIG-NAME
           move 3 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-keys-days

           perform PARA-050-READ-USER

           perform until 1 = 0
               perform PARA-100-BUILD-LIST
               perform PARA-600-SHOW-LIST
               if ws-pick-input = spaces
                   goback
               end-if
               perform PARA-650-OPEN-LINE
           end-perform.

      *----------------------------------------------------------
      * The branch decides whose arrears show; 00 is management
      * and sees the combined book.
      *----------------------------------------------------------
       PARA-050-READ-USER.

           move 0 to ws-user-branch
           move spaces to ws-user-name

           if ws-current-user-id not = 0
               open input user-file
               perform Check-User-Open
               move ws-current-user-id to user-id of user-record
               read user-file
                   invalid key
                       continue
                   not invalid key
                       move USER-BRANCH-ID to ws-user-branch
                       move user-name of user-record to ws-user-name
               end-read
               close user-file
           end-if.

       PARA-100-BUILD-LIST.

           move 0 to ws-dash-count
           move 0 to ws-dash-dropped

           move function current-date(1:8) to ws-today-yyyymmdd
           move spaces to ws-today-disp
           string ws-today-yyyymmdd(7:2), "/", ws-today-yyyymmdd(5:2),
             "/", ws-today-yyyymmdd(1:4) delimited by size into
             ws-today-disp

           perform PARA-200-VIEWINGS
           perform PARA-250-APPOINTMENTS
           if is-admin or role-is-manager or role-is-admin-role
               perform PARA-300-OFFERS
           end-if
           perform PARA-350-SALES
           perform PARA-400-KEYS
           perform PARA-450-ARREARS
           perform PARA-500-REPORTS.

      *----------------------------------------------------------
      * Today's viewings come straight off the date key.
      *----------------------------------------------------------
       PARA-200-VIEWINGS.

           move 0 to ws-end-of-file
           open input viewing-file
           perform Check-Viewing-Open
           move ws-today-yyyymmdd(7:2) to VIEW-DAY of viewing-record
           move ws-today-yyyymmdd(5:2) to VIEW-MONTH of viewing-record
           move ws-today-yyyymmdd(1:4) to VIEW-YEAR of viewing-record
           start viewing-file key = VIEWING-DATE
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read viewing-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-work-yyyymmdd =
                         (VIEW-YEAR of viewing-record * 10000) +
                         (VIEW-MONTH of viewing-record * 100) +
                         VIEW-DAY of viewing-record
                       if ws-work-yyyymmdd not = ws-today-yyyymmdd
                           move 1 to ws-end-of-file
                       else
                           if VIEWING-USER-ID = ws-current-user-id
                             and CANCEL-YEAR = 0
                               move "VIEWING" to ws-add-kind
                               move VIEWING-ID to ws-add-id
                               move 0 to ws-add-open-id
                               move spaces to ws-add-desc
                               string VIEW-HOUR, ":", VIEW-MINS,
                                 " PROPERTY ", VIEWING-PROPERTY-ID,
                                 " BUYER ", VIEWING-BUYER-ID
                                 delimited by size into ws-add-desc
                               perform PARA-550-ADD-LINE
                           end-if
                       end-if
               end-read
           end-perform
           close viewing-file.

       PARA-250-APPOINTMENTS.

           move 0 to ws-end-of-file
           open input appointment-file
           perform until ws-end-of-file = 1
               read appointment-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-work-yyyymmdd = (APPT-YEAR * 10000)
                         + (APPT-MONTH * 100) + APPT-DAY
                       if APPT-USER-ID = ws-current-user-id and
                         ws-work-yyyymmdd = ws-today-yyyymmdd and
                         APPT-CANCELLED-FLAG not = "Y"
                           move "APPT" to ws-add-kind
                           move APPT-ID to ws-add-id
                           move 0 to ws-add-open-id
                           move spaces to ws-add-desc
                           string APPT-HOUR, ":", APPT-MINS, " ",
                             APPT-TYPE, " ", APPT-REF-ID, " ",
                             APPT-NOTES delimited by size into
                             ws-add-desc
                           perform PARA-550-ADD-LINE
                       end-if
               end-read
           end-perform
           close appointment-file.

      *----------------------------------------------------------
      * Under-value acceptances waiting on a manager's decision
      * (OfferApprovals.cbl).
      *----------------------------------------------------------
       PARA-300-OFFERS.

           move 0 to ws-end-of-file
           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if OFFER-STATUS of property-record = "P"
                           move OFFER-AMOUNT of property-record to
                             ws-money-disp
                           move "OFFER" to ws-add-kind
                           move property-id of property-record to
                             ws-add-id
                           move 0 to ws-add-open-id
                           move spaces to ws-add-desc
                           string PROPERTY-AL1 of property-record, " ",
                             PROPERTY-POSTCODE of property-record,
                             " OFFER ", ws-money-disp
                             delimited by size into ws-add-desc
                           perform PARA-550-ADD-LINE
                       end-if
               end-read
           end-perform
           close property-file.

      *----------------------------------------------------------
      * A sale is the user's when they made it, or listed it when
      * no seller of the deal is recorded.
      *----------------------------------------------------------
       PARA-350-SALES.

           move 0 to ws-end-of-file
           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move PROPERTY-SELL-USER-ID of property-record
                         to ws-sale-user-id
                       if ws-sale-user-id = 0
                           move PROPERTY-LIST-USER-ID of
                             property-record to ws-sale-user-id
                       end-if
                       if OFFER-STATUS of property-record = "S" and
                         ws-sale-user-id = ws-current-user-id
                           perform PARA-360-CHECK-SALE
                       end-if
               end-read
           end-perform
           close property-file.

       PARA-360-CHECK-SALE.

           move 0 to ws-have-progression
           open input sales-prog-file
           move property-id of property-record to SP-PROPERTY-ID
           read sales-prog-file
               invalid key
                   initialize SALES-PROG-RECORD
               not invalid key
                   move 1 to ws-have-progression
           end-read
           close sales-prog-file

           if ws-have-progression = 0 or SP-COMPLETION-YEAR = 0
               perform PARA-370-FIND-STUCK-MILESTONE
               if ws-days-count > ws-chase-days
                   move ws-days-count to ws-days-disp
                   move "SALE" to ws-add-kind
                   move property-id of property-record to ws-add-id
                   move 0 to ws-add-open-id
                   move spaces to ws-add-desc
                   string ws-next-milestone, ws-days-disp, " DAYS ",
                     PROPERTY-AL1 of property-record
                     delimited by size into ws-add-desc
                   perform PARA-550-ADD-LINE
               end-if
           end-if.

      *----------------------------------------------------------
      * The first undated milestone is the one outstanding; the
      * days run from the last one reached, or from the day the
      * sale was agreed.
      *----------------------------------------------------------
       PARA-370-FIND-STUCK-MILESTONE.

           compute ws-last-yyyymmdd =
             (SOLD-YEAR of property-record * 10000) +
             (SOLD-MONTH of property-record * 100) +
             SOLD-DAY of property-record
           move spaces to ws-next-milestone

           if SP-MEMO-SALE-YEAR = 0
               move "MEMORANDUM OF SALE" to ws-next-milestone
           else
               compute ws-last-yyyymmdd = (SP-MEMO-SALE-YEAR * 10000)
                 + (SP-MEMO-SALE-MONTH * 100) + SP-MEMO-SALE-DAY
           end-if

           if ws-next-milestone = spaces
               if SP-SURVEY-YEAR = 0
                   move "SURVEY" to ws-next-milestone
               else
                   compute ws-last-yyyymmdd = (SP-SURVEY-YEAR * 10000)
                     + (SP-SURVEY-MONTH * 100) + SP-SURVEY-DAY
               end-if
           end-if

           if ws-next-milestone = spaces
               if SP-MORTGAGE-YEAR = 0
                   move "MORTGAGE OFFER" to ws-next-milestone
               else
                   compute ws-last-yyyymmdd =
                     (SP-MORTGAGE-YEAR * 10000) +
                     (SP-MORTGAGE-MONTH * 100) + SP-MORTGAGE-DAY
               end-if
           end-if

           if ws-next-milestone = spaces
               if SP-SEARCHES-YEAR = 0
                   move "SEARCHES" to ws-next-milestone
               else
                   compute ws-last-yyyymmdd =
                     (SP-SEARCHES-YEAR * 10000) +
                     (SP-SEARCHES-MONTH * 100) + SP-SEARCHES-DAY
               end-if
           end-if

           if ws-next-milestone = spaces
               if SP-EXCHANGE-YEAR = 0
                   move "EXCHANGE" to ws-next-milestone
               else
                   compute ws-last-yyyymmdd =
                     (SP-EXCHANGE-YEAR * 10000) +
                     (SP-EXCHANGE-MONTH * 100) + SP-EXCHANGE-DAY
               end-if
           end-if

           if ws-next-milestone = spaces
               move "COMPLETION" to ws-next-milestone
           end-if

           move 0 to ws-days-count
           if ws-last-yyyymmdd > 10000000
               compute ws-days-count =
                 function integer-of-date(ws-today-yyyymmdd) -
                 function integer-of-date(ws-last-yyyymmdd)
           end-if
           if ws-days-count < 0
               move 0 to ws-days-count
           end-if.

      *----------------------------------------------------------
      * Key sets out to the user themselves - holder type U, or
      * blank on sets booked out before holder types were kept.
      *----------------------------------------------------------
       PARA-400-KEYS.

           move 0 to ws-end-of-file
           open input key-reg-file
           perform until ws-end-of-file = 1
               read key-reg-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if KEYREG-OUT-USER-ID = ws-current-user-id and
                         (KEYREG-HOLDER-TYPE = "U" or
                         KEYREG-HOLDER-TYPE = space) and
                         KEYREG-OUT-YEAR not = 0
                           perform PARA-410-CHECK-KEY-SET
                       end-if
               end-read
           end-perform
           close key-reg-file.

       PARA-410-CHECK-KEY-SET.

           compute ws-work-yyyymmdd =
             (KEYREG-OUT-YEAR * 10000) + (KEYREG-OUT-MONTH * 100) +
             KEYREG-OUT-DAY
           compute ws-days-count =
             function integer-of-date(ws-today-yyyymmdd) -
             function integer-of-date(ws-work-yyyymmdd)

           if ws-days-count > ws-keys-days
               move ws-days-count to ws-days-disp
               move "KEYS" to ws-add-kind
               move KEYREG-PROPERTY-ID to ws-add-id
               move 0 to ws-add-open-id
               move spaces to ws-add-desc
               string "SET ", KEYREG-SET-NUMBER, " OUT", ws-days-disp,
                 " DAYS" delimited by size into ws-add-desc
               perform PARA-550-ADD-LINE
           end-if.

      *----------------------------------------------------------
      * Rent falls due on the first of its period; anything unpaid
      * after that day is arrears.
      *----------------------------------------------------------
       PARA-450-ARREARS.

           move 0 to ws-end-of-file
           open input rent-due-file
           perform until ws-end-of-file = 1
               read rent-due-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-work-yyyymmdd =
                         (RENT-PERIOD-YEAR * 10000) +
                         (RENT-PERIOD-MONTH * 100) + 1
                       if RENT-PAID-FLAG not = "Y" and
                         ws-work-yyyymmdd < ws-today-yyyymmdd
                           perform PARA-460-CHECK-BRANCH
                       end-if
               end-read
           end-perform
           close rent-due-file.

       PARA-460-CHECK-BRANCH.

           move 0 to ws-in-branch
           move 0 to ws-hold-tenant-id
           move spaces to ws-hold-address

           open input property-file
           perform Check-Property-Open
           move RENT-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   if ws-user-branch = 0 or
                     PROPERTY-BRANCH-ID of property-record =
                     ws-user-branch
                       move 1 to ws-in-branch
                       move PROPERTY-TENANT-ID of property-record to
                         ws-hold-tenant-id
                       move PROPERTY-AL1 of property-record to
                         ws-hold-address
                   end-if
           end-read
           close property-file

           if ws-in-branch = 1
               move RENT-AMOUNT-DUE to ws-money-disp
               move "ARREARS" to ws-add-kind
               move RENT-PROPERTY-ID to ws-add-id
               move ws-hold-tenant-id to ws-add-open-id
               move spaces to ws-add-desc
               string RENT-PERIOD-MONTH, "/", RENT-PERIOD-YEAR, " ",
                 ws-money-disp, " ", ws-hold-address
                 delimited by size into ws-add-desc
               perform PARA-550-ADD-LINE
           end-if.

       PARA-500-REPORTS.

           move 0 to ws-end-of-file
           open input report-box-file
           perform until ws-end-of-file = 1
               read report-box-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if RPTBOX-USER-ID = ws-current-user-id and
                         RPTBOX-OPENED-DATE = 0
                           move "REPORT" to ws-add-kind
                           move RPTBOX-ID to ws-add-id
                           move 0 to ws-add-open-id
                           move spaces to ws-add-desc
                           string RPTBOX-JOB, " SENT ",
                             RPTBOX-SENT-DATE(7:2), "/",
                             RPTBOX-SENT-DATE(5:2), "/",
                             RPTBOX-SENT-DATE(1:4)
                             delimited by size into ws-add-desc
                           perform PARA-550-ADD-LINE
                       end-if
               end-read
           end-perform
           close report-box-file.

      *The line rides in via ws-add-kind, ws-add-id, ws-add-open-id
      *and ws-add-desc; past forty the rest are only counted.
       PARA-550-ADD-LINE.

           if ws-dash-count < 40
               add 1 to ws-dash-count
               move ws-add-kind to dl-kind(ws-dash-count)
               move ws-add-id to dl-id(ws-dash-count)
               move ws-add-open-id to dl-open-id(ws-dash-count)
               move ws-add-desc to dl-desc(ws-dash-count)
           else
               add 1 to ws-dash-dropped
           end-if.

       PARA-600-SHOW-LIST.

           move spaces to ws-pick-input

           display " "
           display "-----------------------------------------------"
           display "     EAST TODAY - " ws-user-name " " ws-today-disp
           display "-----------------------------------------------"

           if ws-dash-count = 0
               display "Nothing needs you today."
               display "Press ENTER to go on to the menu."
               accept ws-continue
           else
               display "NO  WHAT      REF     DETAILS"
               perform varying ws-dash-idx from 1 by 1
                 until ws-dash-idx > ws-dash-count
                   display ws-dash-idx "  " dl-kind(ws-dash-idx) "  "
                     dl-id(ws-dash-idx) "  " dl-desc(ws-dash-idx)
               end-perform
               if ws-dash-dropped > 0
                   display ws-dash-dropped " more not shown."
               end-if
               display "Line number to open (blank for the menu):"
               accept ws-pick-input
               move function numval(ws-pick-input) to ws-picked-row
               if ws-picked-row = 0 or ws-picked-row > ws-dash-count
                   move spaces to ws-pick-input
               end-if
           end-if.

      *----------------------------------------------------------
      * Leaving the opened screen brings the user back here, and
      * the list is built again since the work may now be done.
      *----------------------------------------------------------
       PARA-650-OPEN-LINE.

           move dl-id(ws-picked-row) to ws-jump-id
           evaluate dl-kind(ws-picked-row)
               when "VIEWING"
                   call "AmendViewing" using ws-jump-id
               when "APPT"
                   call "AppointmentDiary"
               when "OFFER"
                   call "OfferApprovals"
               when "SALE"
                   perform PARA-660-HAND-OVER-ID
                   call "SalesProgression"
               when "KEYS"
                   call "KeyRegister"
               when "ARREARS"
                   if dl-open-id(ws-picked-row) not = 0
                       move dl-open-id(ws-picked-row) to ws-jump-id
                       perform PARA-660-HAND-OVER-ID
                       call "Tenant"
                   else
                       call "RentCollection"
                   end-if
               when "REPORT"
                   move "M" to WS-INBOX-MODE
                   call "ReportInbox" using WS-INBOX-MODE
           end-evaluate

           display "LINK-OPEN-ID" upon environment-name
           display " " upon environment-value.

       PARA-660-HAND-OVER-ID.

           move ws-jump-id to ws-jump-id-text
           display "LINK-OPEN-ID" upon environment-name
           display ws-jump-id-text upon environment-value.

       copy "ReadConfigValue.cpy".

       copy "MainFileOpenCheck.cpy".

       end program Dashboard.
