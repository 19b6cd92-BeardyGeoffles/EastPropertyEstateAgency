      *BUYER.cbl
      *Handle menu screens and functionality to add/search a Buyer
      *The buyer screen carries the applicant's own-sale position
      *and shows the nightly grade (BuyerGrading.cbl).
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); a saved address not found there is
      *stamped unverified on the address verification register.
      *The email address and preferred contact channel (E, S, P)
      *are captured and format-checked on save.
      *A new buyer is screened against the sanctions and PEP list
      *(SanctionsScreen.cbl).
      *F6 on a buyer found by the search shows their dated contact
      *notes and takes new ones (ContactNotes.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Buyer is recursive.
       copy "ws-functionkeys.cpy".
       copy "ws-common.cpy".
       copy "ws-addrquality.cpy".
       copy "ws-addrlookup.cpy".
       copy "ws-nextid.cpy".
       copy "ws-sancscreen.cpy".
       copy "ws-contactnote.cpy".

       01 ws-pound pic x(1) value x'9c'.

         03 ws-buyer-search-address pic x(25) value spaces.
         03 ws-buyer-search-postcode pic x(7) value spaces.

       01 ws-sanc-continue pic x value spaces.
       01 ws-message pic x(30) value spaces.
       01 ws-valid-buyer-found pic 9 value 0 comp.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-duplicate-message pic x(50) value spaces.
       01 ws-confirm-duplicate pic 9 value 0 comp.
         88 confirm-duplicate-pending value 1.
       01 ws-saved-buyer-record pic x(376) value spaces.
       01 ws-saved-buyer-id pic 9(6) value 0.
       01 ws-saved-buyer-name pic x(20) value spaces.
       01 ws-saved-buyer-postcode pic x(7) value spaces.
         03 line 24 col 63 FOREGROUND-COLOR 14 "ESC".
         03 line 25 col 2 "F9 - VIEW VIEWING HISTORY".
         03 line 25 col 2 FOREGROUND-COLOR 14 "F9".
         03 line 25 col 35 "F6 - CONTACT NOTES".
         03 line 25 col 35 FOREGROUND-COLOR 14 "F6".

       procedure division.

           move 0 to ws-confirm-duplicate
           move spaces to ws-duplicate-message
           move spaces to ws-message
           move spaces to WS-ALOOK-STATUS-TEXT
           perform until done
               DISPLAY BUYER-DETAILS-SCREEN


               ACCEPT BUYER-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-318-PICK-ADDRESS
               end-if

               if key-code-1 not = 1
                   move 0 to ws-confirm-duplicate
                   move spaces to ws-duplicate-message
                       perform Write-Journal

                       CLOSE BUYER-FILE
                       perform PARA-319-VERIFY-ADDRESS
                       perform PARA-318-SCREEN-SANCTIONS
                       move 1 to ws-done
                   else
                       perform PARA-317-CHECK-DUPLICATE-BUYER
                           perform Write-Journal

                           CLOSE BUYER-FILE
                           perform PARA-319-VERIFY-ADDRESS
                           perform PARA-318-SCREEN-SANCTIONS
                           move 1 to ws-done
                       end-if
                   end-if
                   move WS-NEXT-ID to buyer-id
                   move 0 to ws-confirm-duplicate
                   move spaces to ws-duplicate-message
                   move spaces to WS-ALOOK-STATUS-TEXT
               end-if
           end-perform
           PERFORM PARA-300-OPEN-BUYER-SUB-SCREEN.
               move 1 to ws-confirm-duplicate
           end-if.

       PARA-318-PICK-ADDRESS.

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

      *----------------------------------------------------------
      * A new buyer is screened against the sanctions and PEP
      * list; anything worth a look goes to the compliance user.
      *----------------------------------------------------------
       PARA-318-SCREEN-SANCTIONS.

           move "B" to WS-SANC-PARTY-TYPE
           move buyer-id of buyer-record to WS-SANC-PARTY-ID
           move BUYER-NAME to WS-SANC-PARTY-NAME
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
           move "B" to WS-ALOOK-REF-TYPE
           move buyer-id of buyer-record to WS-ALOOK-REF-ID
           move BUYER-AL1 to WS-ALOOK-AL1
           move BUYER-AL2 to WS-ALOOK-AL2
           move BUYER-AL3 to WS-ALOOK-AL3
           move BUYER-AL4 to WS-ALOOK-AL4
           move BUYER-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

       PARA-325-VALIDATE-BUYER.
           move 1 to ws-buyer-valid
           move spaces to ws-message
               end-if
           end-if

           if ws-buyer-valid = 1 and BUYER-EMAIL not = spaces
               move BUYER-EMAIL to WS-AQ-EMAIL
               perform Check-Email-Format
               if WS-AQ-EMAIL-OK = 0
                   move "Email address does not look valid." to
                     ws-message
                   move 04 to ws-color
                   move 0 to ws-buyer-valid
               end-if
           end-if

           move function upper-case(BUYER-PREF-CHANNEL) to
             BUYER-PREF-CHANNEL
           if ws-buyer-valid = 1 and BUYER-PREF-CHANNEL not = space
             and BUYER-PREF-CHANNEL not = "E"
             and BUYER-PREF-CHANNEL not = "S"
             and BUYER-PREF-CHANNEL not = "P"
               move "Channel must be E, S, P or blank." to ws-message
               move 04 to ws-color
               move 0 to ws-buyer-valid
           end-if

           if ws-buyer-valid = 1 and BUYER-PREF-CHANNEL = "E" and
             BUYER-EMAIL = spaces
               move "Email channel needs an email address." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-buyer-valid
           end-if

           if ws-buyer-valid = 1 and BUYER-PREF-CHANNEL = "S" and
             BUYER-PHONE = spaces
               move "Text channel needs a contact number." to
                 ws-message
               move 04 to ws-color
               move 0 to ws-buyer-valid
           end-if

           if ws-buyer-valid = 1 and BUYER-FINANCE-STATUS not = space
             and BUYER-FINANCE-STATUS not = "C"
             and BUYER-FINANCE-STATUS not = "A"
                 ws-message
               move 04 to ws-color
               move 0 to ws-buyer-valid
           end-if

           if ws-buyer-valid = 1 and BUYER-TO-SELL not = space
             and BUYER-TO-SELL not = "N"
             and BUYER-TO-SELL not = "Y"
             and BUYER-TO-SELL not = "O"
               move "Own sale must be N, Y or O." to ws-message
               move 04 to ws-color
               move 0 to ws-buyer-valid
           end-if.

       PARA-315-GENERATE-BUYER-REFERENCE.
                   Call "BuyerViewingHistory" using ws-buyer-found-id
               end-if

               if key-code-1 = 6 and ws-valid-buyer-found = 1
                   initialize WS-CNOTE
                   move "B" to WS-CNOTE-PARTY-TYPE
                   move ws-buyer-found-id to WS-CNOTE-PARTY-ID
                   call "ContactNotes" using WS-CNOTE
               end-if

           end-perform.

       PARA-435-SEARCH.
