      *audit-logged. The letting details screen links tenancies here
      *and will not set a start date until referencing passes.
      *Reached from the lettings menu.
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); a saved address not found there is
      *stamped unverified on the address verification register.
      *Referencing may also read C, a conditional pass; the agency's
      *reference and decision date show beside it when the result
      *came in through TenantReferencing.cbl.
      *F10 on an amended tenant lists the tenancy's property and
      *landlord and opens either (LinkedRecords.cbl); handed a
      *tenant reference in LINK-OPEN-ID, this program opens that
      *tenant straight away and returns when the user leaves it.
      *F6 on an amended tenant shows their dated contact notes and
      *takes new ones (ContactNotes.cbl).
      *The email address and preferred contact channel (E, S, P)
      *are captured and format-checked on save.
      *A new tenant is screened against the sanctions and PEP list
      *(SanctionsScreen.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Tenant is recursive.
       copy "ws-common.cpy".
       copy "ws-addrquality.cpy".
       copy "ws-nextid.cpy".
       copy "ws-sancscreen.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-addrlookup.cpy".
       copy "ws-linked.cpy".
       copy "ws-contactnote.cpy".

       01 ws-sanc-continue pic x value spaces.
       01 ws-message pic x(50) value spaces.
       01 ws-color pic 99 value 15.
       01 ws-continue pic x value spaces.
       01 ws-tenant-valid pic 9 value 0 comp.
       01 ws-tenant-next-id pic 9(6) value 0.
       01 ws-amend-tenant-id pic 9(6) value 0.
       01 ws-link-open-input pic x(6) value spaces.
       01 ws-postcode-has-digit pic 9 value 0 comp.
       01 ws-postcode-check-idx pic 99 value 0 comp.

         03 PIC X(7) USING TENANT-POSTCODE foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 11 COL 30 "F4 - FIND ADDRESS".
         03 LINE 11 COL 30 FOREGROUND-COLOR 14 "F4".
         03 LINE 11 COL 50 PIC X(18) FROM WS-ALOOK-STATUS-TEXT
            foreground-color 14.
         03 LINE 12 COL 2 "CONTACT NUMBER [".
         03 PIC x(11) USING TENANT-PHONE foreground-color 10
            HIGHLIGHT PROMPT " ".
            blank when zero.
         03 VALUE "]".

         03 LINE 18 COL 2 "REFERENCING (P/Y/C/F) [".
         03 PIC X USING TENANT-REF-STATUS foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 18 COL 34 "AGENCY REF ".
         03 PIC X(20) FROM TENANT-REF-AGENCY-REF foreground-color 14.
         03 LINE 18 COL 66 PIC 9(8) FROM TENANT-REF-DECISION-DATE
            foreground-color 14 blank when zero.

         03 LINE 19 COL 2 "NOTES          [".
         03 PIC x(50) USING TENANT-NOTES foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 LINE 20 COL 2 "EMAIL [".
         03 PIC X(50) USING TENANT-EMAIL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 20 COL 61 "CHANNEL E/S/P [".
         03 PIC X USING TENANT-PREF-CHANNEL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 line 22 col 2 from ws-message foreground-color ws-color.

         03 line 24 col 2 "F1 - SAVE RECORD   F3 - BLANK FIELDS".
           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value.

           display "LINK-OPEN-ID" upon environment-name
           move spaces to ws-link-open-input
           accept ws-link-open-input from environment-value
           if ws-link-open-input not = spaces
               display "LINK-OPEN-ID" upon environment-name
               display " " upon environment-value
               perform PARA-335-OPEN-LINKED-TENANT
               goback
           end-if.

       PARA-300-OPEN-TENANT-SUB-SCREEN.

           PERFORM UNTIL 1 = 0

           move 0 to ws-done
           move spaces to ws-message
           move spaces to WS-ALOOK-STATUS-TEXT

           perform until done

               DISPLAY TENANT-DETAILS-SCREEN
               ACCEPT TENANT-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-327-PICK-ADDRESS
               end-if

               if key-code-1 = 0
                   move 1 to ws-done
               end-if
                       OPEN i-O tenant-file
                       WRITE TENANT-RECORD
                       CLOSE tenant-file
                       perform PARA-328-VERIFY-ADDRESS
                       perform PARA-315-SCREEN-SANCTIONS
                       move 1 to ws-done
                   end-if
               end-if
                   move ws-tenant-next-id to TENANT-ID
                   move "P" to TENANT-REF-STATUS
                   move spaces to ws-message
                   move spaces to WS-ALOOK-STATUS-TEXT
               end-if

           end-perform

           move 0 to ws-done.

      *----------------------------------------------------------
      * A new tenant is screened against the sanctions and PEP
      * list; anything worth a look goes to the compliance user.
      *----------------------------------------------------------
       PARA-315-SCREEN-SANCTIONS.

           move "T" to WS-SANC-PARTY-TYPE
           move TENANT-ID to WS-SANC-PARTY-ID
           move TENANT-NAME to WS-SANC-PARTY-NAME
           call "SanctionsScreen" using WS-SANC
           if WS-SANC-RAISED not = 0
               display " "
               display "Possible sanctions/PEP list match - referred"
                 " to compliance for review."
               display "Press ENTER to continue."
               accept ws-sanc-continue
           end-if.

       PARA-325-VALIDATE-TENANT.
           move 1 to ws-tenant-valid
           move spaces to ws-message
               end-if
           end-if

           if ws-tenant-valid = 1 and TENANT-EMAIL not = spaces
               move TENANT-EMAIL to WS-AQ-EMAIL
               perform Check-Email-Format
               if WS-AQ-EMAIL-OK = 0
                   move "Email address does not look valid." to
                     ws-message
                   move 04 to ws-color
                   move 0 to ws-tenant-valid
               end-if
           end-if

           move function upper-case(TENANT-PREF-CHANNEL) to
             TENANT-PREF-CHANNEL
           if ws-tenant-valid = 1 and TENANT-PREF-CHANNEL not = space
             and TENANT-PREF-CHANNEL not = "E"
             and TENANT-PREF-CHANNEL not = "S"
             and TENANT-PREF-CHANNEL not = "P"
               move "Channel must be E, S, P or blank." to ws-message
               move 04 to ws-color
               move 0 to ws-tenant-valid
           end-if

           if ws-tenant-valid = 1 and TENANT-PREF-CHANNEL = "E" and
             TENANT-EMAIL = spaces
               move "Email channel needs an email address." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-tenant-valid
           end-if

           if ws-tenant-valid = 1 and TENANT-PREF-CHANNEL = "S" and
             TENANT-PHONE = spaces
               move "Text channel needs a contact number." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-tenant-valid
           end-if

           move function upper-case(TENANT-REF-STATUS) to
             TENANT-REF-STATUS
           if ws-tenant-valid = 1 and TENANT-REF-STATUS not = "P"
             and TENANT-REF-STATUS not = "Y" and
             TENANT-REF-STATUS not = "C" and
             TENANT-REF-STATUS not = "F"
               move "Referencing must be P, Y, C or F." to ws-message
               move 04 to ws-color
               move 0 to ws-tenant-valid
           end-if.

           move 0 to ws-done.

       PARA-335-OPEN-LINKED-TENANT.
           move function numval(ws-link-open-input) to
             ws-amend-tenant-id
           open input tenant-file
           move ws-amend-tenant-id to TENANT-ID
           read tenant-file
               invalid key
                   close tenant-file
               not invalid key
                   close tenant-file
                   move TENANT-RECORD to ws-audit-old-value
                   move spaces to ws-message
                   perform PARA-340-AMEND-LOOP
           end-read.

       PARA-340-AMEND-LOOP.
           move 0 to ws-done
           perform PARA-329-ADDRESS-STATUS

           perform until done

               DISPLAY TENANT-DETAILS-SCREEN
               display "F10 - LINKED RECORDS" at line 25 col 2
               display "F10" at line 25 col 2 foreground-color 14
               display "F6 - CONTACT NOTES" at line 25 col 25
               display "F6" at line 25 col 25 foreground-color 14
               ACCEPT TENANT-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-327-PICK-ADDRESS
               end-if

               if key-code-1 = 10
                   initialize WS-LINK
                   move "T" to WS-LINK-TYPE
                   move TENANT-ID to WS-LINK-ID
                   call "LinkedRecords" using WS-LINK
               end-if

               if key-code-1 = 6
                   initialize WS-CNOTE
                   move "T" to WS-CNOTE-PARTY-TYPE
                   move TENANT-ID to WS-CNOTE-PARTY-ID
                   call "ContactNotes" using WS-CNOTE
               end-if

               if key-code-1 = 0
                   move 1 to ws-done
               end-if
                       move TENANT-RECORD to ws-audit-new-value
                       perform Write-Audit-Log

                       perform PARA-328-VERIFY-ADDRESS
                       move 1 to ws-done
                   end-if
               end-if

           move 0 to ws-done.

       PARA-327-PICK-ADDRESS.

           move "P" to WS-ALOOK-MODE
           move TENANT-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK
           if WS-ALOOK-RESULT = "Y"
               move WS-ALOOK-AL1 to TENANT-AL1
               move WS-ALOOK-AL2 to TENANT-AL2
               move WS-ALOOK-AL3 to TENANT-AL3
               move WS-ALOOK-AL4 to TENANT-AL4
               move WS-ALOOK-POSTCODE to TENANT-POSTCODE
               move 10 to ws-color
           else
               move 04 to ws-color
           end-if
           move WS-ALOOK-MESSAGE to ws-message.

       PARA-328-VERIFY-ADDRESS.

           move "V" to WS-ALOOK-MODE
           move "T" to WS-ALOOK-REF-TYPE
           move TENANT-ID to WS-ALOOK-REF-ID
           move TENANT-AL1 to WS-ALOOK-AL1
           move TENANT-AL2 to WS-ALOOK-AL2
           move TENANT-AL3 to WS-ALOOK-AL3
           move TENANT-AL4 to WS-ALOOK-AL4
           move TENANT-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

       PARA-329-ADDRESS-STATUS.

           move "S" to WS-ALOOK-MODE
           move "T" to WS-ALOOK-REF-TYPE
           move TENANT-ID to WS-ALOOK-REF-ID
           call "AddressLookup" using WS-ALOOK.

       copy "GenerateNextId.cpy".
       copy "AddressQualityCheck.cpy".
       copy "AuditLogWrite.cpy".
