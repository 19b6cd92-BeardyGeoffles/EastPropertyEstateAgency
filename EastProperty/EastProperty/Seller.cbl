      *SELLER.cbl
      *Handle menu screens and functionality to add/search a Seller
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); a saved address not found there is
      *stamped unverified on the address verification register.
      *A landlord living abroad is flagged non-resident, with the
      *tax office's exemption reference where they are paid gross.
      *The email address and preferred contact channel (E, S, P)
      *are captured and format-checked on save.
      *A new seller is screened against the sanctions and PEP list
      *(SanctionsScreen.cbl).
      *F6 on a seller found by the search shows their dated contact
      *notes and takes new ones (ContactNotes.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Seller is recursive.
       copy "ws-functionkeys.cpy".
       copy "ws-common.cpy".
       copy "ws-addrquality.cpy".
       copy "ws-addrlookup.cpy".
       copy "ws-nextid.cpy".
       copy "ws-sancscreen.cpy".
       copy "ws-contactnote.cpy".


       01 ws-seller-search-fields.
       01 ws-duplicate-message pic x(50) value spaces.
       01 ws-confirm-duplicate pic 9 value 0 comp.
         88 confirm-duplicate-pending value 1.
       01 ws-saved-seller-record pic x(325) value spaces.
       01 ws-saved-seller-id pic 9(6) value 0.
       01 ws-saved-seller-name pic x(20) value spaces.
       01 ws-saved-seller-postcode pic x(7) value spaces.

       01 ws-sanc-continue pic x value spaces.
       01 ws-message pic x(30) value spaces.
       01 ws-valid-seller-found pic 9 value 0 comp.
       01 ws-end-of-file pic 9 value 0 comp.
         03 line 24 col 63 FOREGROUND-COLOR 14 "ESC".
         03 line 25 col 2 "F9 - VIEW PROPERTY PORTFOLIO".
         03 line 25 col 2 FOREGROUND-COLOR 14 "F9".
         03 line 25 col 35 "F6 - CONTACT NOTES".
         03 line 25 col 35 FOREGROUND-COLOR 14 "F6".

       procedure division.

           move 0 to ws-confirm-duplicate
           move spaces to ws-duplicate-message
           move spaces to ws-message
           move spaces to WS-ALOOK-STATUS-TEXT
           perform until done
               DISPLAY SELLER-DETAILS-SCREEN


               ACCEPT SELLER-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-318-PICK-ADDRESS
               end-if

               if key-code-1 not = 1
                   move 0 to ws-confirm-duplicate
                   move spaces to ws-duplicate-message
                       perform Write-Journal

                       CLOSE SELLER-FILE
                       perform PARA-319-VERIFY-ADDRESS
                       perform PARA-318-SCREEN-SANCTIONS
                       move 1 to ws-done
                   else
                       perform PARA-317-CHECK-DUPLICATE-SELLER
                           perform Write-Journal

                           CLOSE SELLER-FILE
                           perform PARA-319-VERIFY-ADDRESS
                           perform PARA-318-SCREEN-SANCTIONS
                           move 1 to ws-done
                       end-if
                   end-if
                   move WS-NEXT-ID to seller-id
                   move 0 to ws-confirm-duplicate
                   move spaces to ws-duplicate-message
                   move spaces to WS-ALOOK-STATUS-TEXT
               end-if
           end-perform
           PERFORM PARA-300-OPEN-SELLER-SUB-SCREEN.

       PARA-318-PICK-ADDRESS.

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

      *----------------------------------------------------------
      * A new seller is screened against the sanctions and PEP
      * list; anything worth a look goes to the compliance user.
      *----------------------------------------------------------
       PARA-318-SCREEN-SANCTIONS.

           move "S" to WS-SANC-PARTY-TYPE
           move seller-id of seller-record to WS-SANC-PARTY-ID
           move SELLER-NAME to WS-SANC-PARTY-NAME
           call "SanctionsScreen" using WS-SANC
           if WS-SANC-RAISED not = 0
               display " "
               display "Possible sanctions/PEP list match - referred"
                 " to compliance for review."
               display "Press ENTER to continue."
               accept ws-sanc-continue
           end-if.

       PARA-319-VERIFY-ADDRESS.

           move "V" to WS-ALOOK-MODE
           move "S" to WS-ALOOK-REF-TYPE
           move seller-id of seller-record to WS-ALOOK-REF-ID
           move SELLER-AL1 to WS-ALOOK-AL1
           move SELLER-AL2 to WS-ALOOK-AL2
           move SELLER-AL3 to WS-ALOOK-AL3
           move SELLER-AL4 to WS-ALOOK-AL4
           move SELLER-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

       PARA-325-VALIDATE-SELLER.
           move 1 to ws-seller-valid
           move spaces to ws-message
                   move 04 to ws-color
                   move 0 to ws-seller-valid
               end-if
           end-if

           if ws-seller-valid = 1 and SELLER-EMAIL not = spaces
               move SELLER-EMAIL to WS-AQ-EMAIL
               perform Check-Email-Format
               if WS-AQ-EMAIL-OK = 0
                   move "Email address does not look valid." to
                     ws-message
                   move 04 to ws-color
                   move 0 to ws-seller-valid
               end-if
           end-if

           move function upper-case(SELLER-PREF-CHANNEL) to
             SELLER-PREF-CHANNEL
           if ws-seller-valid = 1 and SELLER-PREF-CHANNEL not = space
             and SELLER-PREF-CHANNEL not = "E"
             and SELLER-PREF-CHANNEL not = "S"
             and SELLER-PREF-CHANNEL not = "P"
               move "Channel must be E, S, P or blank." to ws-message
               move 04 to ws-color
               move 0 to ws-seller-valid
           end-if

           if ws-seller-valid = 1 and SELLER-PREF-CHANNEL = "E" and
             SELLER-EMAIL = spaces
               move "Email channel needs an email address." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-seller-valid
           end-if

           if ws-seller-valid = 1 and SELLER-PREF-CHANNEL = "S" and
             SELLER-PHONE = spaces
               move "Text channel needs a contact number." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-seller-valid
           end-if

           if ws-seller-valid = 1 and SELLER-NON-RESIDENT not = "Y"
             and SELLER-NON-RESIDENT not = "N"
             and SELLER-NON-RESIDENT not = space
               move "Non-resident must be Y or N." to ws-message
               move 04 to ws-color
               move 0 to ws-seller-valid
           end-if.

       PARA-315-GENERATE-SELLER-REFERENCE.
                   Call "SellerPortfolio" using ws-seller-found-id
               end-if

               if key-code-1 = 6 and ws-valid-seller-found = 1
                   initialize WS-CNOTE
                   move "S" to WS-CNOTE-PARTY-TYPE
                   move ws-seller-found-id to WS-CNOTE-PARTY-ID
                   call "ContactNotes" using WS-CNOTE
               end-if

           end-perform.

       PARA-435-SEARCH.
