      *AMENDBUYER.cbl
      *Handle screen and function keys for amending a buyer
      *Must be passed a valid Buyer ID to amend
      *The own-sale position keyed here feeds the nightly grade
      *(BuyerGrading.cbl) shown on the screen.
      *F8 raises a task against the buyer (TaskRaise.cbl).
      *F6 shows the buyer's dated contact notes and takes new ones
      *(ContactNotes.cbl); a note added stamps today as the last
      *contact on the buyer held here too.
      *F10 lists the buyer's viewings, the property they bought and
      *their own sale, and opens any of them (LinkedRecords.cbl).
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); the screen shows whether the address on
      *file was verified against it, and a save re-checks it.
      *The email address and preferred contact channel are checked
      *before a save (AddressQualityCheck.cpy).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AmendBuyer.
       copy "ws-passwordhash.cpy".
       copy "ws-loginlog.cpy".
       copy "ws-idlelock.cpy".
       copy "ws-task.cpy".
       copy "ws-linked.cpy".
       copy "ws-contactnote.cpy".
       copy "ws-addrlookup.cpy".
       copy "ws-addrquality.cpy".

       01 ws-pound pic x(1) value x'9c'.

       01 ws-color pic 99 value 15.

       01 ws-old-version pic 9(8) value 0.
       01 ws-saved-buyer-record pic x(376) value spaces.
       01 ws-lock-conflict pic 9 value 0 comp.
         88 lock-conflict value 1.
       01 ws-lock-message pic x(50) value spaces.

       01 ws-may-delete pic 9 value 0 comp.
       01 ws-campaign-found pic 9 value 0 comp.
       01 ws-own-sale-valid pic 9 value 0 comp.
       01 ws-contact-valid pic 9 value 0 comp.
       01 ws-confirm-delete pic 9 value 0 comp.
         88 confirm-delete-pending value 1.
       01 ws-linked-record-count pic 9(4) value 0 comp.
         03 line 24 col 55 FOREGROUND-COLOR 14 "ESC".
         03 line 25 col 2 "F9 - VIEW VIEWING HISTORY".
         03 line 25 col 2 FOREGROUND-COLOR 14 "F9".
         03 line 25 col 30 "F8 - RAISE TASK".
         03 line 25 col 30 FOREGROUND-COLOR 14 "F8".
         03 line 25 col 48 "F10 - LINKED RECORDS".
         03 line 25 col 48 FOREGROUND-COLOR 14 "F10".
         03 line 25 col 69 "F6 - NOTES".
         03 line 25 col 69 FOREGROUND-COLOR 14 "F6".

       procedure division using ws-buyer-id.

       PARA-100-AMEND-BUYER-SCREEN.

           move 0 to ws-done
           perform PARA-479-ADDRESS-STATUS

           perform until done

                   move 99 to key-code-1
               end-if

               if key-code-1 = 4           *> F4
                   perform PARA-477-PICK-ADDRESS
               end-if

               if key-code-1 not = 5
                   move 0 to ws-confirm-delete
               end-if

               if key-code-1 = 1           *> F1
                   perform PARA-475-VERIFY-CAMPAIGN
                   perform PARA-476-VERIFY-OWN-SALE
                   perform PARA-474-VERIFY-CONTACT
               end-if

               if key-code-1 = 1 and ws-campaign-found = 0
                   move 12 to ws-color
               end-if

               if key-code-1 = 1 and ws-campaign-found = 1 and
                 ws-own-sale-valid = 0
                   move "Own sale must be N, Y or O." to ws-message
                   move 12 to ws-color
               end-if

               if key-code-1 = 1 and ws-campaign-found = 1 and
                 ws-own-sale-valid = 1 and ws-contact-valid = 1
                   perform PARA-470-CHECK-VERSION-AND-SAVE

                   if not lock-conflict
                       move buyer-record to ws-audit-new-value
                       perform Write-Audit-Log

                       perform PARA-478-VERIFY-ADDRESS
                       move 1 to ws-done
                   end-if
               end-if
                   Call "BuyerViewingHistory" using buyer-id
               end-if

               if key-code-1 = 8
                   initialize WS-TASK
                   move "B" to WS-TASK-REF-TYPE
                   move buyer-id of buyer-record to WS-TASK-REF-ID
                   call "TaskRaise" using WS-TASK
               end-if

               if key-code-1 = 10
                   initialize WS-LINK
                   move "B" to WS-LINK-TYPE
                   move buyer-id of buyer-record to WS-LINK-ID
                   call "LinkedRecords" using WS-LINK
               end-if

               if key-code-1 = 6
                   initialize WS-CNOTE
                   move "B" to WS-CNOTE-PARTY-TYPE
                   move buyer-id of buyer-record to WS-CNOTE-PARTY-ID
                   call "ContactNotes" using WS-CNOTE
                   if WS-CNOTE-ADDED not = 0
                       move function current-date(7:2) to
                         BUYER-LAST-CONTACT-DAY
                       move function current-date(5:2) to
                         BUYER-LAST-CONTACT-MONTH
                       move function current-date(1:4) to
                         BUYER-LAST-CONTACT-YEAR
                   end-if
               end-if

           end-perform.

           Goback.
      * save goes through - the cost-per-sale attribution follows
      * it. A blank tag (zero) is always fine.
      *----------------------------------------------------------
       PARA-474-VERIFY-CONTACT.

           move 1 to ws-contact-valid
           if ws-contact-valid = 1 and BUYER-EMAIL not = spaces
               move BUYER-EMAIL to WS-AQ-EMAIL
               perform Check-Email-Format
               if WS-AQ-EMAIL-OK = 0
                   move "Email address does not look valid." to
                     ws-message
                   move 12 to ws-color
                   move 0 to ws-contact-valid
               end-if
           end-if

           move function upper-case(BUYER-PREF-CHANNEL) to
             BUYER-PREF-CHANNEL
           if ws-contact-valid = 1 and BUYER-PREF-CHANNEL not = space
             and BUYER-PREF-CHANNEL not = "E"
             and BUYER-PREF-CHANNEL not = "S"
             and BUYER-PREF-CHANNEL not = "P"
               move "Channel must be E, S, P or blank." to ws-message
               move 12 to ws-color
               move 0 to ws-contact-valid
           end-if

           if ws-contact-valid = 1 and BUYER-PREF-CHANNEL = "E" and
             BUYER-EMAIL = spaces
               move "Email channel needs an email address." to
                 ws-message
               move 12 to ws-color
               move 0 to ws-contact-valid
           end-if

           if ws-contact-valid = 1 and BUYER-PREF-CHANNEL = "S" and
             BUYER-PHONE = spaces
               move "Text channel needs a contact number." to
                 ws-message
               move 12 to ws-color
               move 0 to ws-contact-valid
           end-if.

       PARA-475-VERIFY-CAMPAIGN.

           move 1 to ws-campaign-found
               close campaign-file
           end-if.

       PARA-476-VERIFY-OWN-SALE.

           move 1 to ws-own-sale-valid
           if BUYER-TO-SELL not = space and BUYER-TO-SELL not = "N"
             and BUYER-TO-SELL not = "Y" and BUYER-TO-SELL not = "O"
               move 0 to ws-own-sale-valid
           end-if.

       PARA-477-PICK-ADDRESS.

           move "P" to WS-ALOOK-MODE
           move BUYER-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK
           if WS-ALOOK-RESULT = "Y"
               move WS-ALOOK-AL1 to BUYER-AL1
               move WS-ALOOK-AL2 to BUYER-AL2
               move WS-ALOOK-AL3 to BUYER-AL3
               move WS-ALOOK-AL4 to BUYER-AL4
               move WS-ALOOK-POSTCODE to BUYER-POSTCODE
               move 10 to ws-color
           else
               move 04 to ws-color
           end-if
           move WS-ALOOK-MESSAGE to ws-message.

       PARA-478-VERIFY-ADDRESS.

           move "V" to WS-ALOOK-MODE
           move "B" to WS-ALOOK-REF-TYPE
           move buyer-id of buyer-record to WS-ALOOK-REF-ID
           move BUYER-AL1 to WS-ALOOK-AL1
           move BUYER-AL2 to WS-ALOOK-AL2
           move BUYER-AL3 to WS-ALOOK-AL3
           move BUYER-AL4 to WS-ALOOK-AL4
           move BUYER-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

       PARA-479-ADDRESS-STATUS.

           move "S" to WS-ALOOK-MODE
           move "B" to WS-ALOOK-REF-TYPE
           move buyer-id of buyer-record to WS-ALOOK-REF-ID
           call "AddressLookup" using WS-ALOOK.

       PARA-470-CHECK-VERSION-AND-SAVE.

           move 0 to ws-lock-conflict
       copy "FileErrorLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".
       copy "AddressQualityCheck.cpy".

       end program AmendBuyer.
