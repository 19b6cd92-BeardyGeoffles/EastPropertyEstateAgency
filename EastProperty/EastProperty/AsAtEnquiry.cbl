      *ASATENQUIRY.cbl
      *Read-only enquiry showing a property, buyer or seller record
      *as it stood at a past date and time - what the asking price
      *and offer status were when a complaint says we misled
      *somebody. Every write, rewrite and delete against the main
      *files leaves its full after-image on the transaction journal
      *(JournalWrite.cpy), so the record as it stood at any moment
      *is the last image journalled for it on or before that moment.
      *The live journal is searched first; when it does not reach
      *back far enough the enquiry follows the carry-forward entry
      *at the head of each journal to the dataset the nightly
      *backup rolled before it (JOURNAL.yyyymmdd, NightlyBackup.cbl)
      *and searches that, and so on back. A record with no journal
      *entry since the moment asked for is shown as it is now. The
      *record is listed field by field against how it stands today,
      *the fields changed since marked with an asterisk and their
      *value now shown beneath. Nothing is written to any of the
      *files searched; each enquiry is audit-logged as ASAT/ENQURY.
      *Negotiators, managers and admins only - not juniors. Reached
      *from the second reports menu (Reports2.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AsAtEnquiry.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "journalfile.cpy".
       copy "auditfile.cpy".

           select optional rolled-journal-file assign to
               ws-rolled-name
               organization is sequential.

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "journalrecord.cpy".
       copy "auditrecord.cpy".

       FD rolled-journal-file.
       01 rolled-journal-record pic x(575).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-enquiry-done pic 9 value 0 comp.
       01 ws-enquiry-ok pic 9 value 0 comp.
       01 ws-file-code pic x value space.
       01 ws-file-name pic x(8) value spaces.
       01 ws-id-input pic x(8) value spaces.
       01 ws-enquiry-key pic 9(8) value 0.
       01 ws-date-input pic x(8) value spaces.
       01 ws-time-input pic x(4) value spaces.
       01 ws-target-date pic 9(8) value 0.
       01 ws-target-hhmm pic 9(4) value 0.
       01 ws-target-stamp pic 9(16) value 0.

      *One journal entry, whichever journal it was read from - laid
      *out as JOURNAL-RECORD in journalrecord.cpy.
       01 ws-jentry.
         03 ws-jentry-date pic 9(8).
         03 ws-jentry-time pic 9(8).
         03 ws-jentry-file-code pic x.
         03 ws-jentry-action pic x(6).
         03 ws-jentry-key pic 9(8).
         03 ws-jentry-image pic x(523).
         03 ws-jentry-carry redefines ws-jentry-image.
           05 filler pic x(21).
           05 ws-jentry-carry-dataset pic x(20).
           05 filler pic x(482).
         03 filler pic x(21).
       01 ws-jentry-stamp pic 9(16) value 0.

      *Walking back through the rolled journals.
       01 ws-rolled-name pic x(20) value spaces.
       01 ws-next-name pic x(20) value spaces.
       01 ws-on-live pic 9 value 0 comp.
       01 ws-history-done pic 9 value 0 comp.
       01 ws-journal-count pic 9(4) value 0 comp.
       01 ws-ds-entries pic 9(6) value 0.
       01 ws-ds-start-stamp pic 9(16) value 0.
       01 ws-ds-found pic 9 value 0 comp.
       01 ws-ds-later-count pic 9(6) value 0.
       01 ws-ds-first-later pic x(6) value spaces.
       01 ws-history-from pic 9(16) value 0.
       01 ws-later-count pic 9(6) value 0.
       01 ws-first-later pic x(6) value spaces.

      *What was found.
       01 ws-asat-found pic 9 value 0 comp.
       01 ws-asat-action pic x(6) value spaces.
       01 ws-asat-stamp pic 9(16) value 0.
       01 ws-asat-image pic x(523) value spaces.
       01 ws-now-found pic 9 value 0 comp.
       01 ws-now-image pic x(523) value spaces.
       01 ws-show-record pic 9 value 0 comp.

      *Field-by-field listing, then and now.
       01 ws-fld-pass pic 9 value 0 comp.
       01 ws-fld-label pic x(22) value spaces.
       01 ws-fld-value pic x(50) value spaces.
       01 ws-fld-count pic 99 value 0 comp.
       01 ws-fld-idx pic 99 value 0 comp.
       01 ws-changed-count pic 99 value 0.
       01 ws-fld-table occurs 40 times.
         03 fld-label pic x(22).
         03 fld-then pic x(50).
         03 fld-now pic x(50).
       01 ws-fld-mark pic x value space.

       01 ws-money-edit pic zzz,zz9.99.
       01 ws-rate-edit pic z9.99.
       01 ws-ddmmyyyy pic x(8) value spaces.
       01 ws-stamp-work pic 9(16) value 0.
       01 ws-stamp-parts redefines ws-stamp-work.
         03 ws-stamp-yyyy pic 9(4).
         03 ws-stamp-mm pic 99.
         03 ws-stamp-dd pic 99.
         03 ws-stamp-hh pic 99.
         03 ws-stamp-mi pic 99.
         03 filler pic 9(4).
       01 ws-stamp-disp pic x(16) value spaces.

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

           if role-is-junior and not is-admin
               display "The as-at enquiry is not available to"
                 " junior staff."
               display "Press ENTER to continue."
               accept ws-continue
               goback
           end-if

           move 0 to ws-enquiry-done
           perform until ws-enquiry-done = 1
               perform PARA-100-ASK-ENQUIRY
               evaluate true
                   when ws-file-code = space
                       move 1 to ws-enquiry-done
                   when ws-enquiry-ok = 0
                       continue
                   when other
                       perform PARA-200-SEARCH-JOURNALS
                       perform PARA-300-REPORT-FINDING
                       if ws-show-record = 1
                           perform PARA-400-SHOW-RECORD
                       end-if
                       perform PARA-600-AUDIT-ENQUIRY
                       display "Press ENTER to continue."
                       accept ws-continue
               end-evaluate
           end-perform

           goback.

       PARA-100-ASK-ENQUIRY.

           move 0 to ws-enquiry-ok
           display " "
           display "----------------------------------------"
           display "     EAST AS-AT ENQUIRY"
           display "----------------------------------------"
           display "File - (P)roperty (B)uyer (S)eller, blank = return:"
           move space to ws-file-code
           accept ws-file-code
           move function upper-case(ws-file-code) to ws-file-code

           evaluate ws-file-code
               when "P"
                   move "PROPERTY" to ws-file-name
               when "B"
                   move "BUYER" to ws-file-name
               when "S"
                   move "SELLER" to ws-file-name
               when other
                   move space to ws-file-code
           end-evaluate

           if ws-file-code not = space
               perform PARA-110-ASK-KEY-AND-MOMENT
           end-if.

       PARA-110-ASK-KEY-AND-MOMENT.

           display function trim(ws-file-name) " reference:"
           move spaces to ws-id-input
           accept ws-id-input
           move function numval(ws-id-input) to ws-enquiry-key

           display "As at date (DDMMYYYY):"
           move spaces to ws-date-input
           accept ws-date-input
           compute ws-target-date =
             (function numval(ws-date-input(5:4)) * 10000) +
             (function numval(ws-date-input(3:2)) * 100) +
             function numval(ws-date-input(1:2))

           display "As at time (HHMM, blank = end of that day):"
           move spaces to ws-time-input
           accept ws-time-input
           if ws-time-input = spaces
               move 2359 to ws-target-hhmm
           else
               move function numval(ws-time-input) to ws-target-hhmm
           end-if

           move 1 to ws-enquiry-ok
           if ws-enquiry-key = 0 or ws-target-date < 19000101 or
             ws-date-input(3:2) > "12" or ws-target-hhmm > 2359
               display "Reference, date or time not valid."
               display "Press ENTER to continue."
               accept ws-continue
               move 0 to ws-enquiry-ok
           end-if

      *Journal times run to hundredths of a second, so the minute
      *asked for is taken in whole.
           compute ws-target-stamp = (ws-target-date * 100000000) +
             (ws-target-hhmm * 10000) + 5999.

      *----------------------------------------------------------
      * Newest journal first, then back through the rolled ones.
      * A journal holding an image on or before the moment ends
      * the search - nothing older can be later than that image.
      * So does a journal that starts on or before the moment
      * when nothing has been journalled for the record since:
      * the record has stood as it is now all that time.
      *----------------------------------------------------------
       PARA-200-SEARCH-JOURNALS.

           move 0 to ws-asat-found
           move spaces to ws-asat-action
           move 0 to ws-asat-stamp
           move spaces to ws-asat-image
           move 0 to ws-later-count
           move spaces to ws-first-later
           move 0 to ws-history-from
           move 0 to ws-journal-count
           move 0 to ws-history-done
           move 1 to ws-on-live

           perform until ws-history-done = 1
               perform PARA-210-SEARCH-ONE-JOURNAL
               add 1 to ws-journal-count
               move 0 to ws-on-live

               if ws-ds-entries = 0
                   move 1 to ws-history-done
               else
                   perform PARA-230-AFTER-ONE-JOURNAL
               end-if
           end-perform.

       PARA-210-SEARCH-ONE-JOURNAL.

           move 0 to ws-ds-entries
           move 0 to ws-ds-start-stamp
           move 0 to ws-ds-found
           move 0 to ws-ds-later-count
           move spaces to ws-ds-first-later
           move spaces to ws-next-name
           move 0 to ws-end-of-file

           if ws-on-live = 1
               open input journal-file
               perform until ws-end-of-file = 1
                   read journal-file next record into ws-jentry
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           perform PARA-220-TAKE-ENTRY
                   end-read
               end-perform
               close journal-file
           else
               open input rolled-journal-file
               perform until ws-end-of-file = 1
                   read rolled-journal-file next record into ws-jentry
                       at end
                           move 1 to ws-end-of-file
                       not at end
                           perform PARA-220-TAKE-ENTRY
                   end-read
               end-perform
               close rolled-journal-file
           end-if.

      *The journal the backup rolled before this one is named on the
      *carry-forward entry it opens with; a journal without one
      *is the oldest there is.
       PARA-220-TAKE-ENTRY.

           compute ws-jentry-stamp = (ws-jentry-date * 100000000) +
             ws-jentry-time
           add 1 to ws-ds-entries

           if ws-ds-entries = 1
               move ws-jentry-stamp to ws-ds-start-stamp
               if ws-jentry-file-code = "C"
                   move ws-jentry-carry-dataset to ws-next-name
               end-if
           end-if

           if ws-jentry-file-code = ws-file-code and
             ws-jentry-key = ws-enquiry-key
               if ws-jentry-stamp not > ws-target-stamp
                   move 1 to ws-ds-found
                   move ws-jentry-action to ws-asat-action
                   move ws-jentry-stamp to ws-asat-stamp
                   move ws-jentry-image to ws-asat-image
               else
                   if ws-ds-later-count = 0
                       move ws-jentry-action to ws-ds-first-later
                   end-if
                   add 1 to ws-ds-later-count
               end-if
           end-if.

       PARA-230-AFTER-ONE-JOURNAL.

           move ws-ds-start-stamp to ws-history-from
           if ws-ds-later-count > 0
               move ws-ds-first-later to ws-first-later
               add ws-ds-later-count to ws-later-count
           end-if

           evaluate true
               when ws-ds-found = 1
                   move 1 to ws-asat-found
                   move 1 to ws-history-done
               when ws-ds-start-stamp not > ws-target-stamp and
                 ws-later-count = 0
                   move 1 to ws-history-done
               when ws-next-name = spaces or ws-journal-count > 999
                   move 1 to ws-history-done
               when other
                   move ws-next-name to ws-rolled-name
           end-evaluate.

       PARA-300-REPORT-FINDING.

           move 0 to ws-show-record
           display " "
           display ws-file-name " " ws-enquiry-key " as at "
             ws-date-input(1:2) "/" ws-date-input(3:2) "/"
             ws-date-input(5:4) " " ws-target-hhmm(1:2) ":"
             ws-target-hhmm(3:2)
           display ws-journal-count " journal(s) searched, "
             ws-later-count " change(s) journalled since."

           evaluate true
               when ws-asat-found = 1 and ws-asat-action = "DELETE"
                   move ws-asat-stamp to ws-stamp-work
                   perform PARA-590-STAMP-DISPLAY
                   display "The record had been deleted by then - "
                     "deleted " ws-stamp-disp "."
               when ws-asat-found = 1
                   move ws-asat-stamp to ws-stamp-work
                   perform PARA-590-STAMP-DISPLAY
                   display "As last journalled " ws-stamp-disp
                     " (" function trim(ws-asat-action) ")."
                   move 1 to ws-show-record
               when ws-later-count = 0
                   perform PARA-310-UNCHANGED-SINCE
               when ws-first-later = "WRITE"
                   display "The record was not yet on file then."
               when other
                   move ws-history-from to ws-stamp-work
                   perform PARA-590-STAMP-DISPLAY
                   display "The journals held go back only to "
                     ws-stamp-disp " - the record cannot be"
                   display "rebuilt that far back."
           end-evaluate.

      *Nothing journalled since, so it stood then as it stands now -
      *as far back as the journals held reach.
       PARA-310-UNCHANGED-SINCE.

           perform PARA-410-READ-CURRENT
           if ws-now-found = 0
               display "The record was not on file then and is not"
                 " on file now."
           else
               move ws-now-image to ws-asat-image
               move 1 to ws-show-record
               evaluate true
                   when ws-history-from = 0
                       display "No journal entries are held - shown as"
                         " it is now."
                   when ws-history-from > ws-target-stamp
                       move ws-history-from to ws-stamp-work
                       perform PARA-590-STAMP-DISPLAY
                       display "Unchanged since the journals held "
                         "begin (" ws-stamp-disp ");"
                       display "it may have changed before then."
                   when other
                       display "Unchanged since - shown as it is now."
               end-evaluate
           end-if.

      *----------------------------------------------------------
      * The image then and the record now are each laid over the
      * record layout in turn and listed field by field into the
      * same table, one column per pass.
      *----------------------------------------------------------
       PARA-400-SHOW-RECORD.

           perform PARA-410-READ-CURRENT
           move 0 to ws-changed-count

           evaluate ws-file-code
               when "P"
                   open input property-file
                   perform Check-Property-Open
                   move 1 to ws-fld-pass
                   move ws-asat-image to PROPERTY-RECORD
                   perform PARA-500-PROPERTY-FIELDS
                   move 2 to ws-fld-pass
                   move ws-now-image to PROPERTY-RECORD
                   perform PARA-500-PROPERTY-FIELDS
                   close property-file
               when "B"
                   open input buyer-file
                   perform Check-Buyer-Open
                   move 1 to ws-fld-pass
                   move ws-asat-image to BUYER-RECORD
                   perform PARA-510-BUYER-FIELDS
                   move 2 to ws-fld-pass
                   move ws-now-image to BUYER-RECORD
                   perform PARA-510-BUYER-FIELDS
                   close buyer-file
               when "S"
                   open input seller-file
                   perform Check-Seller-Open
                   move 1 to ws-fld-pass
                   move ws-asat-image to SELLER-RECORD
                   perform PARA-520-SELLER-FIELDS
                   move 2 to ws-fld-pass
                   move ws-now-image to SELLER-RECORD
                   perform PARA-520-SELLER-FIELDS
                   close seller-file
           end-evaluate

           if ws-now-found = 0
               perform varying ws-fld-idx from 1 by 1
                 until ws-fld-idx > ws-fld-count
                   move "(NOT ON FILE NOW)" to fld-now(ws-fld-idx)
               end-perform
           end-if

           display "----------------------------------------"
           display "  FIELD                  VALUE THEN"
           perform varying ws-fld-idx from 1 by 1
             until ws-fld-idx > ws-fld-count
               move space to ws-fld-mark
               if fld-then(ws-fld-idx) not = fld-now(ws-fld-idx)
                   move "*" to ws-fld-mark
                   add 1 to ws-changed-count
               end-if
               display ws-fld-mark " " fld-label(ws-fld-idx) " "
                 fld-then(ws-fld-idx)
               if ws-fld-mark = "*"
                   display "    now:                 "
                     fld-now(ws-fld-idx)
               end-if
           end-perform
           display "----------------------------------------"
           display ws-changed-count " field(s) changed since (*)."
           if ws-now-found = 0
               display "The record is no longer on the live file."
           end-if.

      *Read only - the live record is read to compare against and
      *never written back.
       PARA-410-READ-CURRENT.

           move 0 to ws-now-found
           move spaces to ws-now-image

           evaluate ws-file-code
               when "P"
                   open input property-file
                   perform Check-Property-Open
                   move ws-enquiry-key to PROPERTY-ID
                   read property-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-now-found
                           move PROPERTY-RECORD to ws-now-image
                   end-read
                   close property-file
               when "B"
                   open input buyer-file
                   perform Check-Buyer-Open
                   move ws-enquiry-key to BUYER-ID
                   read buyer-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-now-found
                           move BUYER-RECORD to ws-now-image
                   end-read
                   close buyer-file
               when "S"
                   open input seller-file
                   perform Check-Seller-Open
                   move ws-enquiry-key to SELLER-ID
                   read seller-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-now-found
                           move SELLER-RECORD to ws-now-image
                   end-read
                   close seller-file
           end-evaluate.

       PARA-500-PROPERTY-FIELDS.

           move 0 to ws-fld-count
           move "ADDRESS LINE 1" to ws-fld-label
           move PROPERTY-AL1 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 2" to ws-fld-label
           move PROPERTY-AL2 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 3" to ws-fld-label
           move PROPERTY-AL3 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 4" to ws-fld-label
           move PROPERTY-AL4 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "POSTCODE" to ws-fld-label
           move PROPERTY-POSTCODE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "LISTING TYPE" to ws-fld-label
           move LISTING-TYPE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ASKING PRICE" to ws-fld-label
           move PROPERTY-ASKING to ws-money-edit
           move ws-money-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "MONTHLY RENT" to ws-fld-label
           move PROPERTY-MONTHLY-RENT to ws-money-edit
           move ws-money-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CURRENCY" to ws-fld-label
           move PROPERTY-CURRENCY-CODE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "SELLER" to ws-fld-label
           move PROP-SELLER-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "PROPERTY TYPE" to ws-fld-label
           move PROPERTY-TYPE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "BEDROOMS" to ws-fld-label
           move PROPERTY-BEDS to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CENTRAL HEATING" to ws-fld-label
           move CENTRAL-HEATING to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "GARDEN" to ws-fld-label
           move PROPERTY-GARDEN to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "OFF-ROAD PARKING" to ws-fld-label
           move OFF-RD-PARKING to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "OFFER STATUS" to ws-fld-label
           move OFFER-STATUS to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "OFFER AMOUNT" to ws-fld-label
           move OFFER-AMOUNT to ws-money-edit
           move ws-money-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "BUYER" to ws-fld-label
           move PROP-BUYER-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "SOLD DATE" to ws-fld-label
           move PROPERTY-SOLD-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "SOLD PRICE" to ws-fld-label
           move PROPERTY-SOLD-PRICE to ws-money-edit
           move ws-money-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "WITHDRAWN DATE" to ws-fld-label
           move PROPERTY-WITHDRAWN-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "WITHDRAWN REASON" to ws-fld-label
           move PROPERTY-WITHDRAWN-REASON to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "INSTRUCTED DATE" to ws-fld-label
           move PROPERTY-INSTRUCTED-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "TENANCY START" to ws-fld-label
           move TENANCY-START-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "TENANCY END" to ws-fld-label
           move TENANCY-END-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "TENANT" to ws-fld-label
           move PROPERTY-TENANT-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "BUYER'S SOLICITOR" to ws-fld-label
           move PROP-BUYER-SOLICITOR-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "SELLER'S SOLICITOR" to ws-fld-label
           move PROP-SELLER-SOLICITOR-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "BRANCH" to ws-fld-label
           move PROPERTY-BRANCH-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "LISTED BY USER" to ws-fld-label
           move PROPERTY-LIST-USER-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "SOLD BY USER" to ws-fld-label
           move PROPERTY-SELL-USER-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "PHOTOS" to ws-fld-label
           move PROPERTY-PHOTO-COUNT to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "RECORD VERSION" to ws-fld-label
           move PROPERTY-VERSION to ws-fld-value
           perform PARA-580-ADD-FIELD.

       PARA-510-BUYER-FIELDS.

           move 0 to ws-fld-count
           move "NAME" to ws-fld-label
           move BUYER-NAME to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 1" to ws-fld-label
           move BUYER-AL1 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 2" to ws-fld-label
           move BUYER-AL2 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 3" to ws-fld-label
           move BUYER-AL3 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 4" to ws-fld-label
           move BUYER-AL4 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "POSTCODE" to ws-fld-label
           move BUYER-POSTCODE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "PHONE" to ws-fld-label
           move BUYER-PHONE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "NOTES" to ws-fld-label
           move BUYER-NOTES to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "MINIMUM PRICE" to ws-fld-label
           move BUYER-MIN-PRICE to ws-money-edit
           move ws-money-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "MAXIMUM PRICE" to ws-fld-label
           move BUYER-MAX-PRICE to ws-money-edit
           move ws-money-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "WANTED TYPE" to ws-fld-label
           move BUYER-WANTED-TYPE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "WANTED BEDROOMS" to ws-fld-label
           move BUYER-WANTED-BEDROOMS to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "FINANCE STATUS" to ws-fld-label
           move BUYER-FINANCE-STATUS to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "MORTGAGE LENDER" to ws-fld-label
           move BUYER-MORTGAGE-LENDER to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "GRADE" to ws-fld-label
           move BUYER-GRADE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "GRADE DATE" to ws-fld-label
           move BUYER-GRADE-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "HAS TO SELL" to ws-fld-label
           move BUYER-TO-SELL to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "PROPERTY TO SELL" to ws-fld-label
           move BUYER-SELL-PROPERTY-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CAMPAIGN" to ws-fld-label
           move BUYER-CAMPAIGN-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CONSENT - POST" to ws-fld-label
           move BUYER-CONSENT-POST to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CONSENT - PHONE" to ws-fld-label
           move BUYER-CONSENT-PHONE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CONSENT - ELECTRONIC" to ws-fld-label
           move BUYER-CONSENT-ELEC to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "DO NOT CONTACT" to ws-fld-label
           move BUYER-DO-NOT-CONTACT to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CONSENT DATE" to ws-fld-label
           move BUYER-CONSENT-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "CONSENT TAKEN BY" to ws-fld-label
           move BUYER-CONSENT-USER-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "LAST CONTACT" to ws-fld-label
           move BUYER-LAST-CONTACT-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "RECORD VERSION" to ws-fld-label
           move BUYER-VERSION to ws-fld-value
           perform PARA-580-ADD-FIELD.

       PARA-520-SELLER-FIELDS.

           move 0 to ws-fld-count
           move "NAME" to ws-fld-label
           move SELLER-NAME to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 1" to ws-fld-label
           move SELLER-AL1 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 2" to ws-fld-label
           move SELLER-AL2 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 3" to ws-fld-label
           move SELLER-AL3 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "ADDRESS LINE 4" to ws-fld-label
           move SELLER-AL4 to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "POSTCODE" to ws-fld-label
           move SELLER-POSTCODE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "PHONE" to ws-fld-label
           move SELLER-PHONE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "NOTES" to ws-fld-label
           move SELLER-NOTES to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "COMMISSION RATE %" to ws-fld-label
           move SELLER-COMMISSION-RATE to ws-rate-edit
           move ws-rate-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "APPROVAL LIMIT" to ws-fld-label
           move SELLER-APPROVAL-LIMIT to ws-money-edit
           move ws-money-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "FLOAT AMOUNT" to ws-fld-label
           move SELLER-FLOAT-AMOUNT to ws-money-edit
           move ws-money-edit to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CONSENT - POST" to ws-fld-label
           move SELLER-CONSENT-POST to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CONSENT - PHONE" to ws-fld-label
           move SELLER-CONSENT-PHONE to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CONSENT - ELECTRONIC" to ws-fld-label
           move SELLER-CONSENT-ELEC to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "DO NOT CONTACT" to ws-fld-label
           move SELLER-DO-NOT-CONTACT to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "CONSENT DATE" to ws-fld-label
           move SELLER-CONSENT-DATE to ws-ddmmyyyy
           perform PARA-585-DATE-VALUE
           perform PARA-580-ADD-FIELD
           move "CONSENT TAKEN BY" to ws-fld-label
           move SELLER-CONSENT-USER-ID to ws-fld-value
           perform PARA-580-ADD-FIELD
           move "RECORD VERSION" to ws-fld-label
           move SELLER-VERSION to ws-fld-value
           perform PARA-580-ADD-FIELD.

       PARA-580-ADD-FIELD.

           if ws-fld-count < 40
               add 1 to ws-fld-count
               move ws-fld-label to fld-label(ws-fld-count)
               if ws-fld-pass = 1
                   move ws-fld-value to fld-then(ws-fld-count)
               else
                   move ws-fld-value to fld-now(ws-fld-count)
               end-if
           end-if
           move spaces to ws-fld-value.

      *Record dates are held DDMMYYYY; zero means not set.
       PARA-585-DATE-VALUE.

           move spaces to ws-fld-value
           if ws-ddmmyyyy not = "00000000" and ws-ddmmyyyy not = spaces
               string ws-ddmmyyyy(1:2), "/", ws-ddmmyyyy(3:2), "/",
                 ws-ddmmyyyy(5:4) delimited by size into ws-fld-value
           end-if.

       PARA-590-STAMP-DISPLAY.

           move spaces to ws-stamp-disp
           string ws-stamp-dd, "/", ws-stamp-mm, "/", ws-stamp-yyyy,
             " ", ws-stamp-hh, ":", ws-stamp-mi
             delimited by size into ws-stamp-disp.

       PARA-600-AUDIT-ENQUIRY.

           move "ASAT" to ws-audit-record-type
           move "ENQURY" to ws-audit-action
           move ws-enquiry-key to ws-audit-key
           move spaces to ws-audit-old-value
           string ws-file-name, " AS AT ", ws-target-date, " ",
             ws-target-hhmm delimited by size into ws-audit-old-value
           move spaces to ws-audit-new-value
           evaluate true
               when ws-show-record = 1
                   string "SHOWN, ", ws-changed-count,
                     " FIELD(S) CHANGED SINCE"
                     delimited by size into ws-audit-new-value
               when other
                   move "NOT SHOWN" to ws-audit-new-value
           end-evaluate
           perform Write-Audit-Log.

       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program AsAtEnquiry.
