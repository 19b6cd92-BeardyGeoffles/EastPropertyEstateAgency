      *DIARYCALENDAREXPORT.cbl
      *Batch job: writes each negotiator's diary out as a standard
      *iCalendar (.ics) file their phone or mail client subscribes
      *to, so nobody on the road has to ring the office to ask where
      *they are going next. One file per user, DIARY.nnnnnn.ics
      *(the USER-ID), rewritten whole on every run with the viewings
      *(VIEWING-FILE) and the appraisal visits, sign-ups,
      *inspections, board meets and other appointments
      *(APPOINTMENT-FILE) booked against them from today out to the
      *configured horizon (CONFIG-FILE setting DIARY-EXPORT-DAYS,
      *default 28). Each entry carries the property address, the
      *buyer's or vendor's name and phone, and where the keys are
      *according to the key register. A cancelled viewing or
      *appointment is sent as a cancellation of the same entry, so
      *it drops off the phone rather than lingering. Times are
      *office local time. Runs as a step of the overnight sequence
      *(BatchConsole.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. DiaryCalendarExport.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "userfile.cpy".
       copy "viewingfile.cpy".
       copy "appointmentfile.cpy".
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "appraisalfile.cpy".
       copy "maintjobfile.cpy".
       copy "keyregfile.cpy".
       copy "configfile.cpy".

           select optional calendar-export-file assign to ws-ics-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "userrecord.cpy".
       copy "viewingrecord.cpy".
       copy "appointmentrecord.cpy".
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "appraisalrecord.cpy".
       copy "maintjobrecord.cpy".
       copy "keyregrecord.cpy".
       copy "configrecord.cpy".

       FD calendar-export-file.
       01 calendar-export-line pic x(80).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-ics-name pic x(20) value spaces.
       01 ws-ics-cr pic x value x'0D'.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-to-yyyymmdd pic 9(8) value 0.
       01 ws-entry-yyyymmdd pic 9(8) value 0.
       01 ws-horizon-days pic 9(4) value 0.

       01 ws-file-count pic 9(4) value 0.
       01 ws-event-count pic 9(6) value 0.
       01 ws-cancel-count pic 9(6) value 0.
       01 ws-user-events pic 9(4) value 0.

      *Users are held in a table so the per-user passes do not
      *disturb a sequential read of USER-FILE, and key holders can
      *be named without re-reading it.
       01 ws-user-count pic 9(4) value 0 comp.
       01 ws-user-idx pic 9(4) value 0 comp.
       01 ws-user-table occurs 500 times.
         03 ut-user-id pic 9(6).
         03 ut-user-name pic x(10).
       01 ws-export-user-id pic 9(6) value 0.
       01 ws-export-user-name pic x(10) value spaces.

      *DTSTAMP must be in UTC; the clock's offset from UTC is taken
      *off before it is written.
       01 ws-now pic x(21) value spaces.
       01 ws-utc-secs pic s9(12) value 0.
       01 ws-utc-offset pic s9(6) value 0.
       01 ws-utc-days pic 9(8) value 0.
       01 ws-utc-rem pic 9(6) value 0.
       01 ws-utc-date pic 9(8) value 0.
       01 ws-utc-time.
         03 ws-utc-hh pic 99.
         03 ws-utc-mm pic 99.
         03 ws-utc-ss pic 99.
       01 ws-dtstamp pic x(16) value spaces.

      *The entry being built, whatever it was read from.
       01 ws-ev-uid pic x(30) value spaces.
       01 ws-ev-sequence pic 9(8) value 0.
       01 ws-ev-date pic 9(8) value 0.
       01 ws-ev-time.
         03 ws-ev-hour pic 99.
         03 ws-ev-mins pic 99.
       01 ws-ev-minutes pic 9(3) value 0.
       01 ws-ev-minutes-disp pic zz9.
       01 ws-ev-cancelled pic 9 value 0 comp.
       01 ws-ev-summary pic x(60) value spaces.
       01 ws-ev-location pic x(120) value spaces.
       01 ws-ev-contact pic x(60) value spaces.
       01 ws-ev-keys pic x(60) value spaces.
       01 ws-ev-notes pic x(60) value spaces.
       01 ws-ev-property-id pic 9(6) value 0.
       01 ws-ev-seller-id pic 9(6) value 0.
       01 ws-ev-party pic x(8) value spaces.
       01 ws-ev-seq-disp pic z(7)9.
       01 ws-loc-ptr pic 9(3) value 0 comp.
       01 ws-loc-part pic x(25) value spaces.

      *One content line, escaped and ready to fold at 75 octets.
       01 ws-ics-text pic x(400) value spaces.
       01 ws-ics-ptr pic 9(3) value 1 comp.
       01 ws-ics-len pic 9(3) value 0 comp.
       01 ws-fold-pos pic 9(3) value 0 comp.
       01 ws-fold-size pic 9(3) value 0 comp.
       01 ws-fold-chunk pic 9(3) value 0 comp.

       01 ws-esc-in pic x(120) value spaces.
       01 ws-esc-len pic 9(3) value 0 comp.
       01 ws-esc-idx pic 9(3) value 0 comp.

       procedure division.

       PARA-000-MAIN.

           display " "
           display "-----------------------------------------------"
           display "     EAST DIARY CALENDAR EXPORT"
           display "-----------------------------------------------"

           move "DIARY-EXPORT-DAYS" to WS-CONFIG-NAME
           move 28 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-horizon-days

           move function current-date(1:8) to ws-today-yyyymmdd
           move function date-of-integer(
             function integer-of-date(ws-today-yyyymmdd) +
             ws-horizon-days) to ws-to-yyyymmdd

           perform PARA-050-BUILD-DTSTAMP
           perform PARA-100-LOAD-USERS

           open input viewing-file
           perform Check-Viewing-Open
           open input appointment-file
           open input property-file
           perform Check-Property-Open
           open input buyer-file
           perform Check-Buyer-Open
           open input seller-file
           perform Check-Seller-Open
           open input appraisal-file
           open input maint-job-file
           open input key-reg-file

           perform varying ws-user-idx from 1 by 1
             until ws-user-idx > ws-user-count
               move ut-user-id(ws-user-idx) to ws-export-user-id
               move ut-user-name(ws-user-idx) to ws-export-user-name
               perform PARA-200-EXPORT-ONE-USER
           end-perform

           close viewing-file
           close appointment-file
           close property-file
           close buyer-file
           close seller-file
           close appraisal-file
           close maint-job-file
           close key-reg-file

           display "-----------------------------------------------"
           display "Diary window         " ws-today-yyyymmdd " to "
             ws-to-yyyymmdd
           display "Calendar files       " ws-file-count
           display "Entries written      " ws-event-count
           display "  of which cancelled " ws-cancel-count
           display "-----------------------------------------------"
           display " "
           display "Press ENTER to return to the menu."
           accept ws-continue

           goback.

      *----------------------------------------------------------
      * CURRENT-DATE carries the clock's offset from UTC in
      * positions 17-21 (+HHMM / -HHMM); local time less the
      * offset is UTC.
      *----------------------------------------------------------
       PARA-050-BUILD-DTSTAMP.

           move function current-date to ws-now

           compute ws-utc-secs =
             (function integer-of-date(function numval(ws-now(1:8)))
               * 86400) +
             (function numval(ws-now(9:2)) * 3600) +
             (function numval(ws-now(11:2)) * 60) +
             function numval(ws-now(13:2))

           move 0 to ws-utc-offset
           if ws-now(17:1) = "+" or ws-now(17:1) = "-"
               compute ws-utc-offset =
                 (function numval(ws-now(18:2)) * 3600) +
                 (function numval(ws-now(20:2)) * 60)
               if ws-now(17:1) = "+"
                   subtract ws-utc-offset from ws-utc-secs
               else
                   add ws-utc-offset to ws-utc-secs
               end-if
           end-if

           divide ws-utc-secs by 86400 giving ws-utc-days
             remainder ws-utc-rem
           move function date-of-integer(ws-utc-days) to ws-utc-date
           divide ws-utc-rem by 3600 giving ws-utc-hh
             remainder ws-utc-rem
           divide ws-utc-rem by 60 giving ws-utc-mm
             remainder ws-utc-ss

           move spaces to ws-dtstamp
           string ws-utc-date, "T", ws-utc-time, "Z" delimited by size
             into ws-dtstamp.

       PARA-100-LOAD-USERS.

           move 0 to ws-user-count
           move 0 to ws-end-of-file

           open input user-file
           perform Check-User-Open

           perform until ws-end-of-file = 1
               read user-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if ws-user-count < 500
                           add 1 to ws-user-count
                           move user-id of user-record to
                             ut-user-id(ws-user-count)
                           move USER-NAME to
                             ut-user-name(ws-user-count)
                       else
                           display "More than 500 users - USER-ID "
                             user-id of user-record " not exported."
                       end-if
           end-perform

           close user-file.

      *----------------------------------------------------------
      * Every user gets a file, even an empty one: a negotiator
      * whose last booking was cancelled must still have the
      * cancellation reach the phone.
      *----------------------------------------------------------
       PARA-200-EXPORT-ONE-USER.

           move spaces to ws-ics-name
           string "DIARY.", ws-export-user-id, ".ics" delimited by
             size into ws-ics-name
           move 0 to ws-user-events

           open output calendar-export-file

           move "BEGIN:VCALENDAR" to ws-esc-in
           perform PARA-890-WRITE-PLAIN-LINE
           move "VERSION:2.0" to ws-esc-in
           perform PARA-890-WRITE-PLAIN-LINE
           move "PRODID:-//East Property//Negotiator Diary//EN" to
             ws-esc-in
           perform PARA-890-WRITE-PLAIN-LINE
           move "CALSCALE:GREGORIAN" to ws-esc-in
           perform PARA-890-WRITE-PLAIN-LINE
           move "METHOD:PUBLISH" to ws-esc-in
           perform PARA-890-WRITE-PLAIN-LINE
           perform PARA-880-START-LINE
           string "X-WR-CALNAME:EAST DIARY - ", ws-export-user-name
             delimited by size into ws-ics-text
             with pointer ws-ics-ptr
           perform PARA-900-WRITE-ICS-LINE

           perform PARA-300-SCAN-VIEWINGS
           perform PARA-400-SCAN-APPOINTMENTS

           move "END:VCALENDAR" to ws-esc-in
           perform PARA-890-WRITE-PLAIN-LINE

           close calendar-export-file
           add 1 to ws-file-count

           display ws-ics-name " " ws-export-user-name " "
             ws-user-events " entr(ies)".

      *----------------------------------------------------------
      * The viewing-date alternate key is held day-first, so it
      * does not run in date order across months; the pass reads
      * the whole file by VIEWING-ID and picks out the window.
      *----------------------------------------------------------
       PARA-300-SCAN-VIEWINGS.

           move 0 to ws-end-of-file
           move 0 to VIEWING-ID of VIEWING-RECORD
           start viewing-file key not less than VIEWING-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start

           perform until ws-end-of-file = 1
               read viewing-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-entry-yyyymmdd =
                         (VIEW-YEAR of VIEWING-RECORD * 10000) +
                         (VIEW-MONTH of VIEWING-RECORD * 100) +
                         VIEW-DAY of VIEWING-RECORD
                       if VIEWING-USER-ID = ws-export-user-id and
                         ws-entry-yyyymmdd not < ws-today-yyyymmdd and
                         ws-entry-yyyymmdd not > ws-to-yyyymmdd
                           perform PARA-350-BUILD-VIEWING
                       end-if
           end-perform.

       PARA-350-BUILD-VIEWING.

           move spaces to ws-ev-uid
           string "VIEW", VIEWING-ID of VIEWING-RECORD,
             "@EASTPROPERTY" delimited by size into ws-ev-uid
           move ws-entry-yyyymmdd to ws-ev-date
           move VIEW-HOUR of VIEWING-RECORD to ws-ev-hour
           move VIEW-MINS of VIEWING-RECORD to ws-ev-mins
           move 30 to ws-ev-minutes
           move VIEWING-VERSION of VIEWING-RECORD to ws-ev-sequence

           move 0 to ws-ev-cancelled
           if CANCEL-YEAR of VIEWING-RECORD not = 0
               move 1 to ws-ev-cancelled
               add 1 to ws-ev-sequence
           end-if

           move VIEWING-PROPERTY-ID to ws-ev-property-id
           move "-" to ws-ev-contact
           perform PARA-600-READ-PROPERTY

           move spaces to ws-ev-summary
           string "VIEWING - ", PROPERTY-AL1 of PROPERTY-RECORD
             delimited by size into ws-ev-summary

           move spaces to ws-ev-contact
           move VIEWING-BUYER-ID to BUYER-ID of BUYER-RECORD
           read buyer-file
               invalid key
                   string "BUYER ", VIEWING-BUYER-ID,
                     " NOT ON FILE" delimited by size
                     into ws-ev-contact
               not invalid key
                   string "BUYER ", function trim(BUYER-NAME),
                     " TEL ", BUYER-PHONE delimited by size
                     into ws-ev-contact
           end-read

           move spaces to ws-ev-notes
           if ws-ev-cancelled = 1
               move VIEWING-CANCEL-REASON to ws-ev-notes
           end-if

           perform PARA-500-WRITE-EVENT.

       PARA-400-SCAN-APPOINTMENTS.

           move 0 to ws-end-of-file
           move 0 to APPT-ID
           start appointment-file key not less than APPT-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start

           perform until ws-end-of-file = 1
               read appointment-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-entry-yyyymmdd =
                         (APPT-YEAR * 10000) + (APPT-MONTH * 100) +
                         APPT-DAY
                       if APPT-USER-ID = ws-export-user-id and
                         ws-entry-yyyymmdd not < ws-today-yyyymmdd and
                         ws-entry-yyyymmdd not > ws-to-yyyymmdd
                           perform PARA-450-BUILD-APPOINTMENT
                       end-if
           end-perform.

      *----------------------------------------------------------
      * What the appointment hangs off decides where it is and
      * who to call: an appraisal carries its own address and
      * vendor, a sign-up or inspection is at the property, a
      * board meet at the job's property; OTHER has only its
      * notes.
      *----------------------------------------------------------
       PARA-450-BUILD-APPOINTMENT.

           move spaces to ws-ev-uid
           string "APPT", APPT-ID, "@EASTPROPERTY" delimited by size
             into ws-ev-uid
           move ws-entry-yyyymmdd to ws-ev-date
           move APPT-HOUR to ws-ev-hour
           move APPT-MINS to ws-ev-mins
           move 60 to ws-ev-minutes

           move 0 to ws-ev-cancelled
           move 0 to ws-ev-sequence
           if APPT-CANCELLED-FLAG = "Y"
               move 1 to ws-ev-cancelled
               move 1 to ws-ev-sequence
           end-if

           move 0 to ws-ev-property-id
           move spaces to ws-ev-location
           move spaces to ws-loc-part
           move spaces to ws-ev-contact
           move "NO KEYS HELD" to ws-ev-keys
           move APPT-NOTES to ws-ev-notes

           evaluate APPT-TYPE
               when "APPRAISAL"
                   perform PARA-460-APPRAISAL-DETAILS
               when "SIGNUP"
                   move APPT-REF-ID to ws-ev-property-id
                   perform PARA-600-READ-PROPERTY
               when "INSPECTION"
                   move APPT-REF-ID to ws-ev-property-id
                   perform PARA-600-READ-PROPERTY
               when "BOARD"
                   move APPT-REF-ID to MAINT-ID
                   read maint-job-file
                       invalid key
                           continue
                       not invalid key
                           move MAINT-PROPERTY-ID to
                             ws-ev-property-id
                           perform PARA-600-READ-PROPERTY
                   end-read
               when other
                   continue
           end-evaluate

           move spaces to ws-ev-summary
           if APPT-TYPE = "APPRAISAL"
               string "VALUATION - ", ws-loc-part delimited by size
                 into ws-ev-summary
           else
               if ws-ev-property-id not = 0
                   string function trim(APPT-TYPE), " - ",
                     ws-loc-part delimited by size into ws-ev-summary
               else
                   string function trim(APPT-TYPE), " - ", APPT-NOTES
                     delimited by size into ws-ev-summary
               end-if
           end-if

           perform PARA-500-WRITE-EVENT.

       PARA-460-APPRAISAL-DETAILS.

           move spaces to ws-loc-part
           move APPT-REF-ID to APPRAISAL-ID
           read appraisal-file
               invalid key
                   continue
               not invalid key
                   move APPRAISAL-AL1 to ws-loc-part
                   move 1 to ws-loc-ptr
                   move APPRAISAL-AL1 to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move APPRAISAL-AL2 to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move APPRAISAL-AL3 to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move APPRAISAL-AL4 to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move APPRAISAL-POSTCODE to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   string "VENDOR ",
                     function trim(APPRAISAL-SELLER-NAME), " TEL ",
                     APPRAISAL-PHONE delimited by size
                     into ws-ev-contact
                   if APPRAISAL-PROPERTY-ID not = 0
                       move APPRAISAL-PROPERTY-ID to ws-ev-property-id
                       perform PARA-650-KEY-STATUS
                       move 0 to ws-ev-property-id
                   end-if
           end-read.

      *----------------------------------------------------------
      * RFC 5545 wants CRLF line ends; the carriage return rides
      * at the end of each record ahead of the line feed.
      *----------------------------------------------------------
       PARA-500-WRITE-EVENT.

           move "BEGIN:VEVENT" to ws-esc-in
           perform PARA-890-WRITE-PLAIN-LINE

           perform PARA-880-START-LINE
           string "UID:", ws-ev-uid delimited by space
             into ws-ics-text with pointer ws-ics-ptr
           perform PARA-900-WRITE-ICS-LINE

           move ws-ev-sequence to ws-ev-seq-disp
           perform PARA-880-START-LINE
           string "SEQUENCE:", function trim(ws-ev-seq-disp)
             delimited by size into ws-ics-text
             with pointer ws-ics-ptr
           perform PARA-900-WRITE-ICS-LINE

           perform PARA-880-START-LINE
           string "DTSTAMP:", ws-dtstamp delimited by size
             into ws-ics-text with pointer ws-ics-ptr
           perform PARA-900-WRITE-ICS-LINE

           perform PARA-880-START-LINE
           string "DTSTART:", ws-ev-date, "T", ws-ev-time, "00"
             delimited by size into ws-ics-text
             with pointer ws-ics-ptr
           perform PARA-900-WRITE-ICS-LINE

           move ws-ev-minutes to ws-ev-minutes-disp
           perform PARA-880-START-LINE
           string "DURATION:PT", function trim(ws-ev-minutes-disp),
             "M" delimited by size into ws-ics-text
             with pointer ws-ics-ptr
           perform PARA-900-WRITE-ICS-LINE

           perform PARA-880-START-LINE
           string "SUMMARY:" delimited by size into ws-ics-text
             with pointer ws-ics-ptr
           move ws-ev-summary to ws-esc-in
           perform PARA-910-APPEND-ESCAPED
           perform PARA-900-WRITE-ICS-LINE

           if ws-ev-location not = spaces
               perform PARA-880-START-LINE
               string "LOCATION:" delimited by size into ws-ics-text
                 with pointer ws-ics-ptr
               move ws-ev-location to ws-esc-in
               perform PARA-910-APPEND-ESCAPED
               perform PARA-900-WRITE-ICS-LINE
           end-if

      *The description's \n is the iCalendar newline escape, written
      *as it stands.
           perform PARA-880-START-LINE
           string "DESCRIPTION:" delimited by size into ws-ics-text
             with pointer ws-ics-ptr
           if ws-ev-contact not = spaces
               move ws-ev-contact to ws-esc-in
               perform PARA-910-APPEND-ESCAPED
               string "\n" delimited by size into ws-ics-text
                 with pointer ws-ics-ptr
           end-if
           string "KEYS: " delimited by size into ws-ics-text
             with pointer ws-ics-ptr
           move ws-ev-keys to ws-esc-in
           perform PARA-910-APPEND-ESCAPED
           if ws-ev-notes not = spaces
               string "\n" delimited by size into ws-ics-text
                 with pointer ws-ics-ptr
               move ws-ev-notes to ws-esc-in
               perform PARA-910-APPEND-ESCAPED
           end-if
           perform PARA-900-WRITE-ICS-LINE

           if ws-ev-cancelled = 1
               move "STATUS:CANCELLED" to ws-esc-in
               add 1 to ws-cancel-count
           else
               move "STATUS:CONFIRMED" to ws-esc-in
           end-if
           perform PARA-890-WRITE-PLAIN-LINE

           move "END:VEVENT" to ws-esc-in
           perform PARA-890-WRITE-PLAIN-LINE

           add 1 to ws-event-count
           add 1 to ws-user-events.

      *----------------------------------------------------------
      * The property gives the address, the vendor (or landlord,
      * on a letting) and, through the key register, the keys.
      *----------------------------------------------------------
       PARA-600-READ-PROPERTY.

           move spaces to ws-ev-location
           move spaces to ws-loc-part
           move 0 to ws-ev-seller-id
           move "NO KEYS HELD" to ws-ev-keys

           move ws-ev-property-id to PROPERTY-ID of PROPERTY-RECORD
           read property-file
               invalid key
                   initialize PROPERTY-RECORD
                   string "PROPERTY ", ws-ev-property-id,
                     " NOT ON FILE" delimited by size
                     into ws-ev-location
               not invalid key
                   move PROPERTY-AL1 of PROPERTY-RECORD to ws-loc-part
                   move 1 to ws-loc-ptr
                   move PROPERTY-AL1 of PROPERTY-RECORD to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move PROPERTY-AL2 of PROPERTY-RECORD to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move PROPERTY-AL3 of PROPERTY-RECORD to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move PROPERTY-AL4 of PROPERTY-RECORD to ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move PROPERTY-POSTCODE of PROPERTY-RECORD to
                     ws-esc-in
                   perform PARA-620-ADD-LOCATION-PART
                   move PROP-SELLER-ID to ws-ev-seller-id
                   perform PARA-650-KEY-STATUS
           end-read

           if ws-ev-seller-id not = 0 and ws-ev-contact = spaces
               if LISTING-TYPE of PROPERTY-RECORD = "L"
                   move "LANDLORD" to ws-ev-party
               else
                   move "VENDOR" to ws-ev-party
               end-if
               move ws-ev-seller-id to SELLER-ID of SELLER-RECORD
               read seller-file
                   invalid key
                       continue
                   not invalid key
                       string function trim(ws-ev-party), " ",
                         function trim(SELLER-NAME), " TEL ",
                         SELLER-PHONE delimited by size
                         into ws-ev-contact
               end-read
           end-if.

       PARA-620-ADD-LOCATION-PART.

           if ws-esc-in not = spaces
               if ws-loc-ptr > 1
                   string ", " delimited by size into ws-ev-location
                     with pointer ws-loc-ptr
               end-if
               string function trim(ws-esc-in) delimited by size
                 into ws-ev-location with pointer ws-loc-ptr
           end-if.

      *----------------------------------------------------------
      * Same custody reading as the key register screen: holder
      * type U (or a legacy record with just a user) is one of
      * ours, C a contractor, T a named third party, blank the
      * cabinet.
      *----------------------------------------------------------
       PARA-650-KEY-STATUS.

           move spaces to ws-ev-keys
           move ws-ev-property-id to KEYREG-PROPERTY-ID
           read key-reg-file
               invalid key
                   move "NO KEYS HELD" to ws-ev-keys
               not invalid key
                   evaluate true
                       when KEYREG-HANDOVER-FLAG = "Y"
                           move "AWAITING HANDOVER TO NEW BRANCH" to
                             ws-ev-keys
                       when KEYREG-HOLDER-TYPE = "C"
                           string "OUT TO CONTRACTOR ",
                             KEYREG-OUT-CONTRACTOR-ID delimited by
                             size into ws-ev-keys
                       when KEYREG-HOLDER-TYPE = "T"
                           string "OUT TO ",
                             function trim(KEYREG-OUT-THIRD-PARTY)
                             delimited by size into ws-ev-keys
                       when KEYREG-HOLDER-TYPE = "U" or
                         KEYREG-OUT-USER-ID not = 0
                           perform PARA-660-NAME-KEY-HOLDER
                       when other
                           string "IN CABINET - SET ",
                             KEYREG-SET-NUMBER delimited by size
                             into ws-ev-keys
                   end-evaluate
           end-read.

       PARA-660-NAME-KEY-HOLDER.

           move spaces to ws-ev-keys
           string "OUT TO USER ", KEYREG-OUT-USER-ID delimited by size
             into ws-ev-keys
           perform varying ws-esc-idx from 1 by 1
             until ws-esc-idx > ws-user-count
               if ut-user-id(ws-esc-idx) = KEYREG-OUT-USER-ID
                   move spaces to ws-ev-keys
                   string "OUT TO ",
                     function trim(ut-user-name(ws-esc-idx))
                     delimited by size into ws-ev-keys
               end-if
           end-perform.

       PARA-880-START-LINE.

           move spaces to ws-ics-text
           move 1 to ws-ics-ptr.

       PARA-890-WRITE-PLAIN-LINE.

           perform PARA-880-START-LINE
           string function trim(ws-esc-in) delimited by size
             into ws-ics-text with pointer ws-ics-ptr
           perform PARA-900-WRITE-ICS-LINE.

      *----------------------------------------------------------
      * Content lines longer than 75 octets are folded: the first
      * 75, then runs of 74 each led by a single space.
      *----------------------------------------------------------
       PARA-900-WRITE-ICS-LINE.

           compute ws-ics-len = ws-ics-ptr - 1
           move 1 to ws-fold-pos
           move 75 to ws-fold-size

           perform until ws-fold-pos > ws-ics-len
               compute ws-fold-chunk = ws-ics-len - ws-fold-pos + 1
               if ws-fold-chunk > ws-fold-size
                   move ws-fold-size to ws-fold-chunk
               end-if
               move spaces to calendar-export-line
               if ws-fold-pos = 1
                   string ws-ics-text(ws-fold-pos:ws-fold-chunk),
                     ws-ics-cr delimited by size
                     into calendar-export-line
               else
                   string " ", ws-ics-text(ws-fold-pos:ws-fold-chunk),
                     ws-ics-cr delimited by size
                     into calendar-export-line
               end-if
               write calendar-export-line
               add ws-fold-chunk to ws-fold-pos
               move 74 to ws-fold-size
           end-perform.

      *----------------------------------------------------------
      * Text values escape their commas, semicolons and
      * backslashes; trailing spaces are dropped.
      *----------------------------------------------------------
       PARA-910-APPEND-ESCAPED.

           move 0 to ws-esc-len
           perform varying ws-esc-idx from 120 by -1
             until ws-esc-idx < 1 or ws-esc-len > 0
               if ws-esc-in(ws-esc-idx:1) not = space
                   move ws-esc-idx to ws-esc-len
               end-if
           end-perform

           perform varying ws-esc-idx from 1 by 1
             until ws-esc-idx > ws-esc-len
               if ws-esc-in(ws-esc-idx:1) = "," or
                 ws-esc-in(ws-esc-idx:1) = ";" or
                 ws-esc-in(ws-esc-idx:1) = "\"
                   string "\" delimited by size into ws-ics-text
                     with pointer ws-ics-ptr
               end-if
               string ws-esc-in(ws-esc-idx:1) delimited by size
                 into ws-ics-text with pointer ws-ics-ptr
           end-perform.

       copy "ReadConfigValue.cpy".

       copy "MainFileOpenCheck.cpy".

       end program DiaryCalendarExport.
