      *AMENDSELLER.cbl
      *Handle screen and function keys for amending a seller
      *Must be passed a valid Seller ID to amend
      *F8 raises a task against the seller (TaskRaise.cbl).
      *F6 shows the seller's dated contact notes and takes new ones
      *(ContactNotes.cbl).
      *F10 lists the properties the seller owns, solely or jointly,
      *and opens any of them (LinkedRecords.cbl).
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); the screen shows whether the address on
      *file was verified against it, and a save re-checks it.
      *The non-resident landlord flag and exemption reference are
      *kept here for LandlordStatements.cbl's tax withholding.
      *The email address and preferred contact channel are checked
      *before a save (AddressQualityCheck.cpy).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AmendSeller.
       copy "ws-passwordhash.cpy".
       copy "ws-loginlog.cpy".
       copy "ws-idlelock.cpy".
       copy "ws-task.cpy".
       copy "ws-linked.cpy".
       copy "ws-contactnote.cpy".
       copy "ws-addrlookup.cpy".
       copy "ws-addrquality.cpy".

       01 ws-message pic x(50) value spaces.
       01 ws-color pic 99 value 15.

       01 ws-old-version pic 9(8) value 0.
       01 ws-saved-seller-record pic x(325) value spaces.
       01 ws-lock-conflict pic 9 value 0 comp.
         88 lock-conflict value 1.
       01 ws-lock-message pic x(50) value spaces.
       01 ws-checkout-user-disp pic z(6).

       01 ws-may-delete pic 9 value 0 comp.
       01 ws-contact-valid pic 9 value 0 comp.
       01 ws-confirm-delete pic 9 value 0 comp.
         88 confirm-delete-pending value 1.
       01 ws-linked-property-count pic 9(4) value 0 comp.
         03 line 24 col 55 FOREGROUND-COLOR 14 "ESC".
         03 line 25 col 2 "F9 - VIEW PROPERTY PORTFOLIO".
         03 line 25 col 2 FOREGROUND-COLOR 14 "F9".
         03 line 25 col 32 "F8 - RAISE TASK".
         03 line 25 col 32 FOREGROUND-COLOR 14 "F8".
         03 line 25 col 49 "F10 - LINKED RECORDS".
         03 line 25 col 49 FOREGROUND-COLOR 14 "F10".
         03 line 25 col 71 "F6 - NOTES".
         03 line 25 col 71 FOREGROUND-COLOR 14 "F6".

       procedure division using ws-seller-id.

       PARA-100-AMEND-SELLER-SCREEN.

           move 0 to ws-done
           perform PARA-479-ADDRESS-STATUS

           perform until done

                   move 99 to key-code-1
               end-if

               if key-code-1 = 4
                   perform PARA-477-PICK-ADDRESS
               end-if

               if key-code-1 not = 5
                   move 0 to ws-confirm-delete
               end-if
               end-if

               if key-code-1 = 1
                   perform PARA-474-VERIFY-CONTACT
               end-if

               if key-code-1 = 1 and ws-contact-valid = 1
                   perform PARA-470-CHECK-VERSION-AND-SAVE

                   if not lock-conflict
                       move seller-record to ws-audit-new-value
                       perform Write-Audit-Log

                       perform PARA-478-VERIFY-ADDRESS
                       move 1 to ws-done
                   end-if
               end-if
                   Call "SellerPortfolio" using SELLER-ID
               end-if

               if key-code-1 = 8
                   initialize WS-TASK
                   move "S" to WS-TASK-REF-TYPE
                   move SELLER-ID of seller-record to WS-TASK-REF-ID
                   call "TaskRaise" using WS-TASK
               end-if

               if key-code-1 = 10
                   initialize WS-LINK
                   move "S" to WS-LINK-TYPE
                   move SELLER-ID of seller-record to WS-LINK-ID
                   call "LinkedRecords" using WS-LINK
               end-if

               if key-code-1 = 6
                   initialize WS-CNOTE
                   move "S" to WS-CNOTE-PARTY-TYPE
                   move SELLER-ID of seller-record to WS-CNOTE-PARTY-ID
                   call "ContactNotes" using WS-CNOTE
               end-if

           end-perform.

           Goback.

       PARA-474-VERIFY-CONTACT.

           move 1 to ws-contact-valid
           if ws-contact-valid = 1 and SELLER-EMAIL not = spaces
               move SELLER-EMAIL to WS-AQ-EMAIL
               perform Check-Email-Format
               if WS-AQ-EMAIL-OK = 0
                   move "Email address does not look valid." to
                     ws-message
                   move 12 to ws-color
                   move 0 to ws-contact-valid
               end-if
           end-if

           move function upper-case(SELLER-PREF-CHANNEL) to
             SELLER-PREF-CHANNEL
           if ws-contact-valid = 1 and SELLER-PREF-CHANNEL not = space
             and SELLER-PREF-CHANNEL not = "E"
             and SELLER-PREF-CHANNEL not = "S"
             and SELLER-PREF-CHANNEL not = "P"
               move "Channel must be E, S, P or blank." to ws-message
               move 12 to ws-color
               move 0 to ws-contact-valid
           end-if

           if ws-contact-valid = 1 and SELLER-PREF-CHANNEL = "E" and
             SELLER-EMAIL = spaces
               move "Email channel needs an email address." to
                 ws-message
               move 12 to ws-color
               move 0 to ws-contact-valid
           end-if

           if ws-contact-valid = 1 and SELLER-PREF-CHANNEL = "S" and
             SELLER-PHONE = spaces
               move "Text channel needs a contact number." to
                 ws-message
               move 12 to ws-color
               move 0 to ws-contact-valid
           end-if.

       PARA-477-PICK-ADDRESS.

           move "P" to WS-ALOOK-MODE
           move SELLER-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK
           if WS-ALOOK-RESULT = "Y"
               move WS-ALOOK-AL1 to SELLER-AL1
               move WS-ALOOK-AL2 to SELLER-AL2
               move WS-ALOOK-AL3 to SELLER-AL3
               move WS-ALOOK-AL4 to SELLER-AL4
               move WS-ALOOK-POSTCODE to SELLER-POSTCODE
               move 10 to ws-color
           else
               move 04 to ws-color
           end-if
           move WS-ALOOK-MESSAGE to ws-message.

       PARA-478-VERIFY-ADDRESS.

           move "V" to WS-ALOOK-MODE
           move "S" to WS-ALOOK-REF-TYPE
           move seller-id of seller-record to WS-ALOOK-REF-ID
           move SELLER-AL1 to WS-ALOOK-AL1
           move SELLER-AL2 to WS-ALOOK-AL2
           move SELLER-AL3 to WS-ALOOK-AL3
           move SELLER-AL4 to WS-ALOOK-AL4
           move SELLER-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

       PARA-479-ADDRESS-STATUS.

           move "S" to WS-ALOOK-MODE
           move "S" to WS-ALOOK-REF-TYPE
           move seller-id of seller-record to WS-ALOOK-REF-ID
           call "AddressLookup" using WS-ALOOK.

       PARA-470-CHECK-VERSION-AND-SAVE.

           move 0 to ws-lock-conflict
       copy "FileErrorLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".
       copy "AddressQualityCheck.cpy".

       end program AmendSeller.
