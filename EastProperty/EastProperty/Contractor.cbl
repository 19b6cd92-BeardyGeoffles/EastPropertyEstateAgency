      *name-and-postcode duplicate check on add and audit logging on
      *amend. Maintenance jobs and compliance certificates reference
      *CONTRACTOR-ID from here.
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); a saved address not found there is
      *stamped unverified on the address verification register.
      *Handed a contractor reference in LINK-OPEN-ID (a maintenance
      *job's linked records, LinkedRecords.cbl), this program opens
      *that contractor straight away and returns when the user
      *leaves it.
      *The email address and preferred contact channel (E, S, P)
      *are captured and format-checked on save.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Contractor is recursive.
       copy "ws-addrquality.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-addrlookup.cpy".

       01 ws-contractor-search-fields.
         03 ws-contractor-search-id pic 9(4) value 0.
       01 ws-duplicate-message pic x(50) value spaces.
       01 ws-confirm-duplicate pic 9 value 0 comp.
         88 confirm-duplicate-pending value 1.
       01 ws-saved-contractor-record pic x(236) value spaces.
       01 ws-saved-contractor-id pic 9(4) value 0.
       01 ws-saved-contractor-name pic x(20) value spaces.
       01 ws-saved-contractor-postcode pic x(7) value spaces.
         03 match-contractor-phone pic x(11).

      *Display fields for the currently selected record
       01 ws-link-open-input pic x(6) value spaces.

       01 ws-contractor-found-fields.
         03 ws-contractor-found-id pic 9(4) value 0.
         03 ws-contractor-found-name pic x(20) value spaces.
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 LINE 10 COL 2 "EMAIL [".
         03 PIC X(50) USING CONTRACTOR-EMAIL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 10 COL 61 "CHANNEL E/S/P [".
         03 PIC X USING CONTRACTOR-PREF-CHANNEL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 LINE 11 COL 2 "ADDRESS-LINE 1 [".
         03 PIC X(25) USING CONTRACTOR-AL1 foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 PIC X(7) USING CONTRACTOR-POSTCODE foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 15 COL 30 "F4 - FIND ADDRESS".
         03 LINE 15 COL 30 FOREGROUND-COLOR 14 "F4".
         03 LINE 15 COL 50 PIC X(18) FROM WS-ALOOK-STATUS-TEXT
            foreground-color 14.

         03 LINE 17 COL 2 "HOURLY RATE    [".
         03 PIC ZZZ9.99 using CONTRACTOR-HOURLY-RATE
           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value.

           display "LINK-OPEN-ID" upon environment-name
           move spaces to ws-link-open-input
           accept ws-link-open-input from environment-value
           if ws-link-open-input not = spaces
               display "LINK-OPEN-ID" upon environment-name
               display " " upon environment-value
               move function numval(ws-link-open-input) to
                 ws-contractor-found-id
               perform PARA-340-AMEND-FOUND-CONTRACTOR
               goback
           end-if.

       PARA-300-OPEN-CONTRACTOR-SUB-SCREEN.

           PERFORM UNTIL 1 = 0
           move 0 to ws-confirm-duplicate
           move spaces to ws-duplicate-message
           move spaces to ws-message
           move spaces to WS-ALOOK-STATUS-TEXT

           perform until done
               DISPLAY CONTRACTOR-DETAILS-SCREEN

               ACCEPT CONTRACTOR-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-327-PICK-ADDRESS
               end-if

               if key-code-1 not = 1
                   move 0 to ws-confirm-duplicate
                   move spaces to ws-duplicate-message
                       OPEN i-O contractor-file
                       WRITE CONTRACTOR-RECORD
                       CLOSE contractor-file
                       perform PARA-328-VERIFY-ADDRESS
                       move 1 to ws-done
                   else
                       perform PARA-317-CHECK-DUPLICATE-CONTRACTOR
                           OPEN i-O contractor-file
                           WRITE CONTRACTOR-RECORD
                           CLOSE contractor-file
                           perform PARA-328-VERIFY-ADDRESS
                           move 1 to ws-done
                       end-if
                   end-if
                   move WS-NEXT-ID to CONTRACTOR-ID
                   move 0 to ws-confirm-duplicate
                   move spaces to ws-duplicate-message
                   move spaces to WS-ALOOK-STATUS-TEXT
               end-if
           end-perform

               end-if
           end-if

           if ws-contractor-valid = 1 and CONTRACTOR-EMAIL not = spaces
               move CONTRACTOR-EMAIL to WS-AQ-EMAIL
               perform Check-Email-Format
               if WS-AQ-EMAIL-OK = 0
                   move "Email address does not look valid." to
                     ws-message
                   move 04 to ws-color
                   move 0 to ws-contractor-valid
               end-if
           end-if

           move function upper-case(CONTRACTOR-PREF-CHANNEL) to
             CONTRACTOR-PREF-CHANNEL
           if ws-contractor-valid = 1 and
             CONTRACTOR-PREF-CHANNEL not = space
             and CONTRACTOR-PREF-CHANNEL not = "E"
             and CONTRACTOR-PREF-CHANNEL not = "S"
             and CONTRACTOR-PREF-CHANNEL not = "P"
               move "Channel must be E, S, P or blank." to ws-message
               move 04 to ws-color
               move 0 to ws-contractor-valid
           end-if

           if ws-contractor-valid = 1 and
             CONTRACTOR-PREF-CHANNEL = "E" and
             CONTRACTOR-EMAIL = spaces
               move "Email channel needs an email address." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-contractor-valid
           end-if

           if ws-contractor-valid = 1 and
             CONTRACTOR-PREF-CHANNEL = "S" and
             CONTRACTOR-PHONE = spaces
               move "Text channel needs a contact number." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-contractor-valid
           end-if

           move function upper-case(CONTRACTOR-STATUS) to
             CONTRACTOR-STATUS
           if ws-contractor-valid = 1 and

       PARA-345-AMEND-LOOP.
           move 0 to ws-done
           perform PARA-329-ADDRESS-STATUS

           perform until done

               DISPLAY CONTRACTOR-DETAILS-SCREEN
               ACCEPT CONTRACTOR-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-327-PICK-ADDRESS
               end-if

               if key-code-1 = 0
                   move 1 to ws-done
               end-if
                   move CONTRACTOR-RECORD to ws-audit-new-value
                   perform Write-Audit-Log

                   perform PARA-328-VERIFY-ADDRESS
                   move 1 to ws-done
               end-if


           move 0 to ws-done.

       PARA-327-PICK-ADDRESS.

           move "P" to WS-ALOOK-MODE
           move CONTRACTOR-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK
           if WS-ALOOK-RESULT = "Y"
               move WS-ALOOK-AL1 to CONTRACTOR-AL1
               move WS-ALOOK-AL2 to CONTRACTOR-AL2
               move WS-ALOOK-AL3 to CONTRACTOR-AL3
               move WS-ALOOK-AL4 to CONTRACTOR-AL4
               move WS-ALOOK-POSTCODE to CONTRACTOR-POSTCODE
               move 10 to ws-color
           else
               move 04 to ws-color
           end-if
           move WS-ALOOK-MESSAGE to ws-message.

       PARA-328-VERIFY-ADDRESS.

           move "V" to WS-ALOOK-MODE
           move "C" to WS-ALOOK-REF-TYPE
           move CONTRACTOR-ID to WS-ALOOK-REF-ID
           move CONTRACTOR-AL1 to WS-ALOOK-AL1
           move CONTRACTOR-AL2 to WS-ALOOK-AL2
           move CONTRACTOR-AL3 to WS-ALOOK-AL3
           move CONTRACTOR-AL4 to WS-ALOOK-AL4
           move CONTRACTOR-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

       PARA-329-ADDRESS-STATUS.

           move "S" to WS-ALOOK-MODE
           move "C" to WS-ALOOK-REF-TYPE
           move CONTRACTOR-ID to WS-ALOOK-REF-ID
           call "AddressLookup" using WS-ALOOK.

       PARA-435-SEARCH.
           move 0 to ws-end-of-file
           move 0 to ws-total-matches
