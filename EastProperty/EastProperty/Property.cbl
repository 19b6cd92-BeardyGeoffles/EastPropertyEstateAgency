      *PROPERTY.cbl
      *Handle menu screens and functionality to add/search a Property
      *A letting added with its tenancy start records the move-in
      *meter readings and queues the change-of-occupier notice.
      *New-listing match alerts go out one buyer grade at a time,
      *A first, down to the ALERT-MAX-GRADE setting.
      *Offers keyed here warn of any declared staff interest in the
      *deal (InterestCheck.cbl).
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); a saved address not found there is
      *stamped unverified on the address verification register.
      *Menu option U imports the conveyancers' milestone update
      *files into sales progression (ConveyancerUpdate.cbl).
      *Menu option D keeps the new-build developments and their
      *plots (NewBuild.cbl).
      *Menu option L keeps the lease details of leasehold sales
      *(Leasehold.cbl), which a sale instruction offers to key on
      *the spot so a short lease is warned of from the start.
      *Menu option A keeps the alarm and key safe codes apart from
      *the notes and shows them only to those entitled, every
      *showing logged (AccessInstructions.cbl).
      *An acceptance is refused while the buyer, seller or a joint
      *owner stands as a sanctions/PEP true match (SanctionsCheck).
      *A property keyed as listed goes on the market only once the
      *go-live checklist is met or overridden (GoLiveCheck.cpy);
      *otherwise it is saved pre-market with the item holding it
      *up. Menu option G opens the checklist (GoLiveChecklist.cbl).
      *Menu option X keeps the auctions, their lots with guide and
      *reserve, and the partner's results import (Auction.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Property is recursive.
       copy "propertytypefile.cpy".
       copy "configfile.cpy".
       copy "amlfile.cpy".
       copy "sancmatchfile.cpy".
       copy "jointownerfile.cpy".
       copy "boardfile.cpy".
       copy "tenantfile.cpy".
       copy "tenancypartyfile.cpy".
       copy "ratefile.cpy".
       copy "offerfile.cpy".
       copy "certfile.cpy".
       copy "meterfile.cpy".
       copy "termsfile.cpy".
       copy "particularsfile.cpy".
       copy "golivefile.cpy".


       copy "journalfile.cpy".
       copy "propertytyperecord.cpy".
       copy "configrecord.cpy".
       copy "amlrecord.cpy".
       copy "sancmatchrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "boardrecord.cpy".
       copy "tenantrecord.cpy".
       copy "tenancypartyrecord.cpy".
       copy "raterecord.cpy".
       copy "offerrecord.cpy".
       copy "certrecord.cpy".
       copy "meterrecord.cpy".
       copy "termsrecord.cpy".
       copy "particularsrecord.cpy".
       copy "goliverecord.cpy".

       working-storage section.
       copy "ws-journal.cpy".
       copy "ws-nextid.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-config.cpy".
       copy "ws-sanccheck.cpy".
       copy "ws-buyergrade.cpy".
       copy "ws-offerhist.cpy".
       copy "ws-interestchk.cpy".
       copy "ws-marketcheck.cpy".
       copy "ws-meter.cpy".
       copy "ws-addrlookup.cpy".
       copy "ws-access.cpy".
       copy "ws-golive.cpy".

       01 ws-pound pic x(1) value x'9c'.

       01 ws-current-branch pic 99 value 0 comp.

       01 ws-mkt-continue pic x value spaces.
       01 ws-lease-answer pic x value space.
       01 ws-lease-link-id pic 9(6) value 0.

       01 ws-aml-clear pic 9 value 0 comp.
       01 ws-aml-passed pic 9 value 0 comp.
         03 LINE 20 COL 4 foreground-color 14 "0".
         03 LINE 19 COL 4 "P. PARTICULARS".
         03 LINE 19 COL 4 foreground-color 14 "P".
         03 LINE 18 COL 4 "U. CONVEYANCER UPDATES".
         03 LINE 18 COL 4 foreground-color 14 "U".
         03 LINE 17 COL 4 "D. NEW-BUILD DEVELOPMENTS".
         03 LINE 17 COL 4 foreground-color 14 "D".
         03 LINE 16 COL 4 "L. LEASEHOLD DETAILS".
         03 LINE 16 COL 4 foreground-color 14 "L".
         03 LINE 15 COL 4 "A. ACCESS INSTRUCTIONS".
         03 LINE 15 COL 4 foreground-color 14 "A".
         03 LINE 14 COL 4 "G. GO-LIVE CHECKLIST".
         03 LINE 14 COL 4 foreground-color 14 "G".
         03 LINE 13 COL 4 "X. AUCTIONS".
         03 LINE 13 COL 4 foreground-color 14 "X".
         03 LINE 21 COL 29 value "MENU: [".
         03 pic x USING MENU-IN FOREGROUND-COLOR 10
            HIGHLIGHT PROMPT " ".
                       WHEN "p"
                           call "Particulars"
                           MOVE " " TO MENU-IN
                       WHEN "U"
                           call "ConveyancerUpdate"
                           MOVE " " TO MENU-IN
                       WHEN "u"
                           call "ConveyancerUpdate"
                           MOVE " " TO MENU-IN
                       WHEN "D"
                           call "NewBuild"
                           MOVE " " TO MENU-IN
                       WHEN "d"
                           call "NewBuild"
                           MOVE " " TO MENU-IN
                       WHEN "L"
                           move 0 to ws-lease-link-id
                           call "Leasehold" using ws-lease-link-id
                           MOVE " " TO MENU-IN
                       WHEN "l"
                           move 0 to ws-lease-link-id
                           call "Leasehold" using ws-lease-link-id
                           MOVE " " TO MENU-IN
                       WHEN "A"
                           initialize WS-ACCESS
                           call "AccessInstructions" using WS-ACCESS
                           MOVE " " TO MENU-IN
                       WHEN "a"
                           initialize WS-ACCESS
                           call "AccessInstructions" using WS-ACCESS
                           MOVE " " TO MENU-IN
                       WHEN "G"
                           call "GoLiveChecklist"
                           MOVE " " TO MENU-IN
                       WHEN "g"
                           call "GoLiveChecklist"
                           MOVE " " TO MENU-IN
                       WHEN "X"
                           call "Auction"
                           MOVE " " TO MENU-IN
                       WHEN "x"
                           call "Auction"
                           MOVE " " TO MENU-IN
                       WHEN 9
                           call "Main"
                       WHEN OTHER
           perform PARA-415-GENERATE-PROPERTY-REFERENCE
           move 0 to ws-done
           move spaces to ws-message
           move spaces to WS-ALOOK-STATUS-TEXT
           perform until done

               perform PARA-440-VERIFY-SELLER
               DISPLAY PROPERTY-DETAILS-SCREEN
               ACCEPT PROPERTY-DETAILS-SCREEN

               if key-code-1 = 4
                   perform PARA-416-PICK-ADDRESS
               end-if

               move 0 to ws-property-valid
               if key-code-1 = 1
                   perform PARA-425-VALIDATE-PROPERTY
                         WITHDRAWN-YEAR
                   end-if

                   if OFFER-STATUS = "L"
                       perform PARA-426-CHECK-GO-LIVE
                   end-if

                   OPEN i-O property-file
                   perform Check-Property-Open
                   WRITE PROPERTY-RECORD
                   perform Write-Journal

                   CLOSE PROPERTY-FILE
                   perform PARA-417-VERIFY-ADDRESS

                   if LISTING-TYPE = "L" and
                     TENANCY-START-YEAR not = 0
                       perform PARA-432-RECORD-MOVE-IN
                   end-if

                   if OFFER-STATUS = "O" or OFFER-STATUS = "S"
                       move property-id to WS-NOTIFY-PROPERTY-ID
                             " keyed. Press ENTER."
                           accept ws-mkt-continue
                       end-if
                       if WS-GOLIVE-BOARD-STATUS not = "O" and
                         WS-GOLIVE-BOARD-STATUS not = "E"
                           move property-id of property-record to
                             WS-BOARD-PROPERTY-ID
                           move "O" to WS-BOARD-NEW-STATUS
                           perform Write-Board-Order
                       end-if
                       if LISTING-TYPE not = "L"
                           perform PARA-419-OFFER-LEASE-DETAILS
                       end-if
                   end-if

                   move 1 to ws-done
               if key-code-1 = 3
                   initialize PROPERTY-RECORD
                   move WS-NEXT-ID to property-id
                   move spaces to WS-ALOOK-STATUS-TEXT
               end-if

               if key-code-1 = 7 and ws-valid-seller = 1
               end-if
           end-if

           if OFFER-STATUS = "S"
               perform PARA-468-CHECK-SANCTIONS-HOLD
               if WS-SCHK-HELD = 1
                   move "O" to OFFER-STATUS
                   move "Party held on sanctions/PEP screening."
                     to ws-message
                   move 12 to ws-color
               end-if
           end-if

           if OFFER-STATUS = "S" and not (is-admin or
             role-is-manager or role-is-admin-role)
             and PROPERTY-ASKING not = 0
           end-perform
           close aml-file.

      *----------------------------------------------------------
      * A party standing as a true match on the sanctions/PEP
      * screening queue - the buyer, the seller or any joint
      * owner - stops the acceptance until compliance clears it.
      *----------------------------------------------------------
       PARA-468-CHECK-SANCTIONS-HOLD.

           move property-id of property-record to WS-SCHK-PROPERTY-ID
           move PROP-SELLER-ID of property-record to WS-SCHK-SELLER-ID
           perform Check-Sanctions-Owners
           if WS-SCHK-HELD = 0 and
             PROP-BUYER-ID of property-record not = 0
               move "B" to WS-SCHK-PARTY-TYPE
               move PROP-BUYER-ID of property-record to
                 WS-SCHK-PARTY-ID
               perform Check-Sanctions-Party
           end-if.

       PARA-425-VALIDATE-PROPERTY.
           move 1 to ws-property-valid
           move spaces to ws-message
               end-if
           end-if.

      *----------------------------------------------------------
      * A letting added with its tenancy start already keyed is a
      * change of occupier from day one: the move-in readings go on
      * the meter file and the notice is queued. Readings with no
      * date are taken as read on the day the tenancy starts.
      *----------------------------------------------------------
       PARA-432-RECORD-MOVE-IN.

           move property-id of property-record to WS-MTR-PROPERTY-ID
           move "I" to WS-MTR-EVENT
           move PROPERTY-TENANT-ID of property-record to
             WS-MTR-LEAD-TENANT-ID
           move TENANCY-START-DAY of property-record to
             WS-MTR-OCCUPIER-DAY
           move TENANCY-START-MONTH of property-record to
             WS-MTR-OCCUPIER-MONTH
           move TENANCY-START-YEAR of property-record to
             WS-MTR-OCCUPIER-YEAR
           if WS-MTR-READ-YEAR = 0
               move WS-MTR-OCCUPIER-DATE to WS-MTR-READ-DATE
           end-if
           perform Write-Meter-Reading.

       PARA-427-CAPTURE-LETTING-DETAILS.
           perform PARA-429-CHECK-TENANT-REFERENCING
           DISPLAY PROPERTY-LETTING-DETAILS-SCREEN



      *----------------------------------------------------------
      * Nothing goes on the market until the go-live checklist is
      * met or a manager has overridden it; short of that the
      * instruction is saved pre-market, and the listing work
      * below (alerts, board, lease) waits for the day it lists.
      *----------------------------------------------------------
       PARA-426-CHECK-GO-LIVE.

           perform Check-Go-Live
           if WS-GOLIVE-CLEAR = 0
               move space to OFFER-STATUS
               display " "
               display "GO-LIVE CHECKLIST NOT MET - "
                 WS-GOLIVE-GAP-COUNT " item(s) outstanding, held up by "
                 WS-GOLIVE-FIRST-GAP
               display "Property saved pre-market. Work through the"
                 " checklist (menu option G) and"
               display "list it once every item is met. Press ENTER."
               accept ws-mkt-continue
           end-if.

      *----------------------------------------------------------
      * Hot new instructions sell in the first week: the moment a
      * listing is saved, every buyer whose wants fit it (the same
      * rule BuyerPropertyMatchReport.cbl applies) gets a MATCH
      * event queued for the dispatcher, so the report no longer
      * has to be remembered ad hoc. The buyers go out one grade
      * at a time, A first, down to the ALERT-MAX-GRADE setting.
      *----------------------------------------------------------
       PARA-428-QUEUE-MATCH-ALERTS.

           perform Load-Alert-Max-Grade
           perform varying WS-GRADE-PASS from 1 by 1
             until WS-GRADE-PASS > WS-GRADE-MAX-PASS
               perform PARA-428-SCAN-GRADE-PASS
           end-perform.

       PARA-428-SCAN-GRADE-PASS.

           move 0 to ws-match-buyers-eof

           open input buyer-file
                   at end
                       move 1 to ws-match-buyers-eof
                   not at end
                       perform Rank-Buyer-Grade
                       if WS-BUYER-GRADE-RANK = WS-GRADE-PASS and
                         (BUYER-MIN-PRICE = 0 or
                          PROPERTY-ASKING not < BUYER-MIN-PRICE) and
                         (BUYER-MAX-PRICE = 0 or
                          PROPERTY-ASKING not > BUYER-MAX-PRICE) and
           initialize PROPERTY-RECORD
           move WS-NEXT-ID to property-id.

       PARA-416-PICK-ADDRESS.

           move "P" to WS-ALOOK-MODE
           move PROPERTY-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK
           if WS-ALOOK-RESULT = "Y"
               move WS-ALOOK-AL1 to PROPERTY-AL1
               move WS-ALOOK-AL2 to PROPERTY-AL2
               move WS-ALOOK-AL3 to PROPERTY-AL3
               move WS-ALOOK-AL4 to PROPERTY-AL4
               move WS-ALOOK-POSTCODE to PROPERTY-POSTCODE
               move 10 to ws-color
           else
               move 04 to ws-color
           end-if
           move WS-ALOOK-MESSAGE to ws-message.

       PARA-417-VERIFY-ADDRESS.

           move "V" to WS-ALOOK-MODE
           move "P" to WS-ALOOK-REF-TYPE
           move property-id of property-record to WS-ALOOK-REF-ID
           move PROPERTY-AL1 to WS-ALOOK-AL1
           move PROPERTY-AL2 to WS-ALOOK-AL2
           move PROPERTY-AL3 to WS-ALOOK-AL3
           move PROPERTY-AL4 to WS-ALOOK-AL4
           move PROPERTY-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

      *----------------------------------------------------------
      * A flat's lease is best keyed with the instruction - the
      * unexpired term warning then comes before the board goes
      * up rather than after a buyer's lender has said no.
      *----------------------------------------------------------
       PARA-419-OFFER-LEASE-DETAILS.

           display " "
           display "Is this sale leasehold? Y keys the lease details"
             " now, ENTER skips:"
           move space to ws-lease-answer
           accept ws-lease-answer
           move function upper-case(ws-lease-answer) to
             ws-lease-answer
           if ws-lease-answer = "Y"
               move property-id of property-record to
                 ws-lease-link-id
               call "Leasehold" using ws-lease-link-id
           end-if.

       PARA-420-OPEN-PROPERTY-VIEW.
           CALL "ViewAllProperties".


       copy "GenerateNextId.cpy".
       copy "NotifyQueueWrite.cpy".
       copy "MeterReadingWrite.cpy".
       copy "OfferHistWrite.cpy".
       copy "CurrencyConvert.cpy".
       copy "SeedPropertyTypes.cpy".
       copy "ReadConfigValue.cpy".
       copy "BuyerGradeRank.cpy".
       copy "ValidatePropertyType.cpy".

       copy "JournalWrite.cpy".
       copy "FileErrorLogWrite.cpy".
       copy "BoardOrderWrite.cpy".
       copy "MarketingCheck.cpy".
       copy "GoLiveCheck.cpy".

       copy "TrainingBanner.cpy".

       copy "SanctionsCheck.cpy".
       copy "SanctionsOwnerCheck.cpy".

       copy "MainFileOpenCheck.cpy".

       copy "LoginLogWrite.cpy".
