      *CONTACTNOTES.cbl
      *The contact notes history for one buyer, seller or tenant -
      *every call in or out, email and visit, dated, with who
      *keyed it - on CONTACT-NOTE-FILE, so the story of a client
      *relationship is no longer lost each time the single
      *BUYER-NOTES, SELLER-NOTES or TENANT-NOTES line is typed
      *over. Called with the WS-CNOTE block (ws-contactnote.cpy) by
      *F6 on the buyer, seller and tenant screens and from
      *GlobalSearch.cbl; it lists the party's notes oldest first,
      *with the old single-line note still shown above them, and
      *takes new ones. A note against a buyer stamps today on
      *BUYER-LAST-CONTACT-DATE (BuyerTouchWrite.cpy), so the
      *call-back cycle in BuyerTouchCycle.cbl counts real contact
      *and not only viewings. Every note added is audit-logged as
      *CNOTE/ADD.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ContactNotes.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "contactnotefile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "tenantfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "contactnoterecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "tenantrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-buyertouch.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-method-input pic x value space.
       01 ws-note-input pic x(70) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-party-found pic 9 value 0 comp.
       01 ws-party-name pic x(25) value spaces.
       01 ws-party-words pic x(10) value spaces.
       01 ws-old-note pic x(50) value spaces.
       01 ws-list-count pic 9(4) value 0.
       01 ws-page-lines pic 99 value 0 comp.
       01 ws-method-words pic x(8) value spaces.
       01 ws-date-disp pic x(10) value spaces.
       01 ws-time-disp pic x(5) value spaces.
       01 ws-note-written pic 9 value 0 comp.

       linkage section.

       copy "ws-contactnote.cpy".

       procedure division using WS-CNOTE.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move 0 to WS-CNOTE-ADDED

           perform PARA-100-FIND-PARTY

           if ws-party-found = 0
               display " "
               display "No " ws-party-words " with that reference -"
                 " no notes to show."
               display "Press ENTER to continue."
               accept ws-continue
               goback
           end-if

           perform until 1 = 0
               perform PARA-200-LIST-NOTES
               display "A - add a note, ENTER to return:"
               move space to ws-menu-input
               accept ws-menu-input
               if function upper-case(ws-menu-input) = "A"
                   perform PARA-300-ADD-NOTE
               else
                   goback
               end-if
           end-perform.

       PARA-100-FIND-PARTY.

           move 0 to ws-party-found
           move spaces to ws-party-name
           move spaces to ws-old-note

           evaluate WS-CNOTE-PARTY-TYPE
               when "B"
                   move "BUYER" to ws-party-words
                   open input buyer-file
                   perform Check-Buyer-Open
                   move WS-CNOTE-PARTY-ID to BUYER-ID of buyer-record
                   read buyer-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-party-found
                           move BUYER-NAME to ws-party-name
                           move BUYER-NOTES to ws-old-note
                   end-read
                   close buyer-file
               when "S"
                   move "SELLER" to ws-party-words
                   open input seller-file
                   perform Check-Seller-Open
                   move WS-CNOTE-PARTY-ID to SELLER-ID of seller-record
                   read seller-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-party-found
                           move SELLER-NAME to ws-party-name
                           move SELLER-NOTES to ws-old-note
                   end-read
                   close seller-file
               when "T"
                   move "TENANT" to ws-party-words
                   open input tenant-file
                   move WS-CNOTE-PARTY-ID to TENANT-ID
                   read tenant-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-party-found
                           move TENANT-NAME to ws-party-name
                           move TENANT-NOTES to ws-old-note
                   end-read
                   close tenant-file
               when other
                   move "PERSON" to ws-party-words
           end-evaluate.

      *----------------------------------------------------------
      * The party's notes sit together on the key, oldest first;
      * the list pauses every fifteen lines.
      *----------------------------------------------------------
       PARA-200-LIST-NOTES.

           display " "
           display "----------------------------------------"
           display "     EAST CONTACT NOTES"
           display "----------------------------------------"
           display ws-party-words " " WS-CNOTE-PARTY-ID " "
             ws-party-name
           if ws-old-note not = spaces
               display "Note on record: " ws-old-note
           end-if
           display " "
           display "DATE       TIME  USER   HOW      NOTE"

           move 0 to ws-list-count
           move 0 to ws-page-lines
           move 0 to ws-end-of-file

           open input contact-note-file
           move WS-CNOTE-PARTY-TYPE to CN-PARTY-TYPE
           move WS-CNOTE-PARTY-ID to CN-PARTY-ID
           move 0 to CN-DATE
           move 0 to CN-TIME
           start contact-note-file key not < CN-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read contact-note-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if CN-PARTY-TYPE not = WS-CNOTE-PARTY-TYPE or
                         CN-PARTY-ID not = WS-CNOTE-PARTY-ID
                           move 1 to ws-end-of-file
                       else
                           perform PARA-210-SHOW-ONE-NOTE
                       end-if
               end-read
           end-perform
           close contact-note-file

           if ws-list-count = 0
               display "No contact notes yet."
           else
               display ws-list-count " note(s)."
           end-if.

       PARA-210-SHOW-ONE-NOTE.

           add 1 to ws-list-count
           add 1 to ws-page-lines

           move spaces to ws-date-disp
           string CN-DATE(7:2), "/", CN-DATE(5:2), "/", CN-DATE(1:4)
             delimited by size into ws-date-disp
           move spaces to ws-time-disp
           string CN-TIME(1:2), ":", CN-TIME(3:2) delimited by size
             into ws-time-disp

           evaluate CN-METHOD
               when "I"
                   move "CALL IN" to ws-method-words
               when "O"
                   move "CALL OUT" to ws-method-words
               when "E"
                   move "EMAIL" to ws-method-words
               when "V"
                   move "VISIT" to ws-method-words
               when other
                   move spaces to ws-method-words
           end-evaluate

           display ws-date-disp " " ws-time-disp " " CN-USER-ID " "
             ws-method-words " " CN-NOTE

           if ws-page-lines = 15
               move 0 to ws-page-lines
               display "Press ENTER for more."
               accept ws-continue
           end-if.

      *----------------------------------------------------------
      * Keyed to the second it is saved; two notes for the same
      * party in the same instant take the next free time.
      *----------------------------------------------------------
       PARA-300-ADD-NOTE.

           display "How - I call in, O call out, E email, V visit:"
           move space to ws-method-input
           accept ws-method-input
           move function upper-case(ws-method-input) to
             ws-method-input

           if ws-method-input not = "I" and ws-method-input not = "O"
             and ws-method-input not = "E" and
             ws-method-input not = "V"
               display "The method must be I, O, E or V - nothing"
                 " added."
           else
               display "Note:"
               move spaces to ws-note-input
               accept ws-note-input
               if ws-note-input = spaces
                   display "No note keyed - nothing added."
               else
                   perform PARA-310-WRITE-NOTE
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-310-WRITE-NOTE.

           initialize CONTACT-NOTE-RECORD
           move WS-CNOTE-PARTY-TYPE to CN-PARTY-TYPE
           move WS-CNOTE-PARTY-ID to CN-PARTY-ID
           move function current-date(1:8) to CN-DATE
           move function current-date(9:8) to CN-TIME
           move ws-current-user-id to CN-USER-ID
           move ws-method-input to CN-METHOD
           move function upper-case(ws-note-input) to CN-NOTE

           move 0 to ws-note-written
           open i-o contact-note-file
           perform until ws-note-written = 1
               write CONTACT-NOTE-RECORD
                   invalid key
                       add 1 to CN-TIME
                   not invalid key
                       move 1 to ws-note-written
               end-write
           end-perform
           close contact-note-file

           move "CNOTE" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move WS-CNOTE-PARTY-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string CN-PARTY-TYPE, " ", CN-METHOD, " ", CN-NOTE
             delimited by size into ws-audit-new-value
           perform Write-Audit-Log

           if WS-CNOTE-PARTY-TYPE = "B"
               move WS-CNOTE-PARTY-ID to WS-TOUCH-BUYER-ID
               perform Stamp-Buyer-Touch
           end-if

           add 1 to WS-CNOTE-ADDED
           display "Note added.".

       copy "BuyerTouchWrite.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program ContactNotes.
