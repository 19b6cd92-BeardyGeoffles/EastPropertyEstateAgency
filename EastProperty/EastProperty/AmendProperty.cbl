      *AMENDPROPERTY.cbl
      *Handle screen and function keys for amending a property
      *Must be passed a valid Property ID to amend
      *Keying or changing a letting's tenancy start records the
      *move-in meter readings and queues the change-of-occupier
      *notice (MeterReadingWrite.cpy).
      *New-listing match alerts go out one buyer grade at a time,
      *A first, down to the ALERT-MAX-GRADE setting.
      *Offers keyed here warn of any declared staff interest in the
      *deal (InterestCheck.cbl).
      *F8 raises a task against the property (TaskRaise.cbl).
      *A withdrawal fee is invoiced with VAT at the rate in force on
      *the day it is raised (FeeRateRead.cpy).
      *F4 fills the address from the postcode address file
      *(AddressLookup.cbl); the screen shows whether the address on
      *file was verified against it, and a save re-checks it.
      *A tenancy start keyed for the first time sends the landlord
      *a satisfaction survey invitation (SurveyInvite.cbl).
      *F10 lists the sellers, buyer, tenants, viewings and repair
      *jobs linked to the property and opens any of them
      *(LinkedRecords.cbl).
      *A sale put on the market or accepted here warns when the
      *lease on file has under 80 years left (LeaseTermCheck.cpy).
      *An acceptance is refused while the buyer, seller or a joint
      *owner stands as a sanctions/PEP true match (SanctionsCheck).
      *A pre-market or withdrawn instruction goes on the market only
      *once the go-live checklist is met or a manager has overridden
      *it (GoLiveCheck.cpy); going live queues the buyer match
      *alerts and orders the board unless it is already up.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AmendProperty.
       copy "notifyqueuefile.cpy".
       copy "propertytypefile.cpy".
       copy "configfile.cpy".
       copy "feeratefile.cpy".
       copy "amlfile.cpy".
       copy "sancmatchfile.cpy".
       copy "jointownerfile.cpy".
       copy "fallthroughfile.cpy".
       copy "boardfile.cpy".
       copy "tenantfile.cpy".
       copy "termsfile.cpy".
       copy "invoicefile.cpy".
       copy "certfile.cpy".
       copy "meterfile.cpy".
       copy "leaseholdfile.cpy".
       copy "particularsfile.cpy".
       copy "golivefile.cpy".

       copy "journalfile.cpy".
       copy "errlogfile.cpy".
       copy "notifyqueuerecord.cpy".
       copy "propertytyperecord.cpy".
       copy "configrecord.cpy".
       copy "feeraterecord.cpy".
       copy "amlrecord.cpy".
       copy "sancmatchrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "fallthroughrecord.cpy".
       copy "boardrecord.cpy".
       copy "tenantrecord.cpy".
       copy "termsrecord.cpy".
       copy "invoicerecord.cpy".
       copy "certrecord.cpy".
       copy "meterrecord.cpy".
       copy "leaseholdrecord.cpy".
       copy "particularsrecord.cpy".
       copy "goliverecord.cpy".

       working-storage section.
       copy "ws-journal.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-config.cpy".
       copy "ws-sanccheck.cpy".
       copy "ws-feerate.cpy".
       copy "ws-buyergrade.cpy".
       copy "ws-nextid.cpy".
       copy "ws-offerhist.cpy".
       copy "ws-interestchk.cpy".
       copy "ws-marketcheck.cpy".
       copy "ws-leasecheck.cpy".
       copy "ws-passwordhash.cpy".
       copy "ws-loginlog.cpy".
       copy "ws-idlelock.cpy".
       copy "ws-meter.cpy".
       copy "ws-task.cpy".
       copy "ws-linked.cpy".
       copy "ws-addrlookup.cpy".
       copy "ws-survey.cpy".
       copy "ws-golive.cpy".

       01 ws-pound pic x(1) value x'9c'.

       01 ws-old-offer-amount pic 9(6)v99 value 0.
       01 ws-old-buyer-id pic 9(6) value 0.
       01 ws-old-offer-status pic x value space.
       01 ws-lease-continue pic x value space.
       01 ws-offer-eof pic 9 value 0 comp.

       01 ws-ub-count pic 99 value 0 comp.
       01 ws-tiein-end-int pic 9(8) value 0 comp.
       01 ws-tiein-today-int pic 9(8) value 0 comp.
       01 ws-tiein-input pic x(4) value spaces.
       01 ws-wfee-vat-rate pic 9(3)v99 value 0.
       01 ws-wfee-net pic 9(7)v99 value 0.
       01 ws-wfee-vat pic 9(7)v99 value 0.

       01 ws-old-version pic 9(8) value 0.
       01 ws-old-tenancy-start pic 9(8) value 0.
       01 ws-new-tenancy-start pic 9(8) value 0.
       01 ws-saved-property-record pic x(523) value spaces.
       01 ws-lock-conflict pic 9 value 0 comp.
         88 lock-conflict value 1.
           move PROP-BUYER-ID to ws-old-buyer-id
           move OFFER-STATUS to ws-old-offer-status
           move PROPERTY-VERSION to ws-old-version
           compute ws-old-tenancy-start =
             (TENANCY-START-YEAR of property-record * 10000) +
             (TENANCY-START-MONTH of property-record * 100) +
             TENANCY-START-DAY of property-record

           move 0 to ws-checkout-conflict
           if CHECKOUT-USER-ID of PROPERTY-RECORD not = 0 and
       PARA-100-AMEND-property-SCREEN.

           move 0 to ws-done
           perform PARA-479-ADDRESS-STATUS

           perform until done

                     foreground-color 14
               end-if

               display "F8 - RAISE TASK" at line 25 col 66
               display "F8" at line 25 col 66 foreground-color 14

               display " F10 - LINKED RECORDS " at line 23 col 57
               display "F10" at line 23 col 58 foreground-color 14

               ACCEPT property-DETAILS-SCREEN

               perform Check-Idle-Timeout
                   move spaces to ws-message
               end-if

               if key-code-1 = 4
                   perform PARA-477-PICK-ADDRESS
               end-if

               if key-code-1 = 0
                   move 1 to ws-done
                   perform PARA-495-RELEASE-CHECKOUT

               if key-code-1 = 1 and ws-withdrawal-valid = 1
                   perform PARA-463-CHECK-OFFER-APPROVAL
                   perform PARA-461-CHECK-GO-LIVE
                   perform PARA-460-RECORD-OFFER-HISTORY
                   perform PARA-470-CHECK-VERSION-AND-SAVE

                             ws-old-asking-amount
                       end-if

                       perform PARA-484-CHECK-LEASE-TERM
                       perform PARA-480-QUEUE-OFFER-NOTIFICATION

                       if LISTING-TYPE = "L"
                           perform PARA-432-RECORD-MOVE-IN
                       end-if

                       perform PARA-478-VERIFY-ADDRESS
                       move 1 to ws-done
                   end-if
               end-if
                   Call "AmendBuyer" using PROP-BUYER-ID
               end-if

               if key-code-1 = 10
                   initialize WS-LINK
                   move "P" to WS-LINK-TYPE
                   move property-id of property-record to WS-LINK-ID
                   call "LinkedRecords" using WS-LINK
               end-if

               if key-code-1 = 8
                   initialize WS-TASK
                   move "P" to WS-TASK-REF-TYPE
                   move property-id of property-record to
                     WS-TASK-REF-ID
                   call "TaskRaise" using WS-TASK
               end-if

           end-perform.

           Goback.
               move function current-date(1:4) to SOLD-YEAR
           end-if.

      *----------------------------------------------------------
      * An instruction comes onto the market - from pre-market or
      * back from withdrawn - only with the go-live checklist met
      * or a manager's override on file; short of that it keeps
      * the status it had. Back on the market after an offer or
      * a sale falls through is not a new launch and is not held.
      *----------------------------------------------------------
       PARA-461-CHECK-GO-LIVE.

           move space to WS-GOLIVE-BOARD-STATUS
           if OFFER-STATUS = "L" and (ws-old-offer-status = space or
             ws-old-offer-status = "W")
               perform Check-Go-Live
               if WS-GOLIVE-CLEAR = 0
                   move ws-old-offer-status to OFFER-STATUS
                   move spaces to ws-message
                   string "Go-live checklist not met - ",
                     WS-GOLIVE-FIRST-GAP delimited by size into
                     ws-message
                   move 12 to ws-color
               end-if
           end-if.

      *----------------------------------------------------------
      * An acceptance keyed by a user without the admin flag must
      * clear the configured percentage of asking price; anything
               end-if
           end-if

           if OFFER-STATUS = "S" and ws-old-offer-status not = "S"
               perform PARA-468-CHECK-SANCTIONS-HOLD
               if WS-SCHK-HELD = 1
                   move ws-old-offer-status to OFFER-STATUS
                   move "Party held on sanctions/PEP screening - not"
                     & " accepted." to ws-message
                   move 12 to ws-color
               end-if
           end-if

           if OFFER-STATUS = "S" and ws-old-offer-status not = "S"
             and not (is-admin or role-is-manager or
             role-is-admin-role) and PROPERTY-ASKING not = 0
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

      *----------------------------------------------------------
      * F6 on an agreed sale: the sale has collapsed. Records the
      * date, failed buyer and reason on FALL-THROUGH-FILE, puts
               perform PARA-487-SCAN-MATCH-BUYERS
           end-if.

      *One pass per grade, A first, down to ALERT-MAX-GRADE.
       PARA-487-SCAN-MATCH-BUYERS.

           perform Load-Alert-Max-Grade
           perform varying WS-GRADE-PASS from 1 by 1
             until WS-GRADE-PASS > WS-GRADE-MAX-PASS
               perform PARA-487-SCAN-GRADE-PASS
           end-perform.

       PARA-487-SCAN-GRADE-PASS.

           move 0 to ws-match-buyers-eof

           open input buyer-file
                   at end
                       move 1 to ws-match-buyers-eof
                   not at end
                       perform Rank-Buyer-Grade
                       if WS-BUYER-GRADE-RANK = WS-GRADE-PASS and
                         BUYER-ID of buyer-record not =
                         ws-ft-old-buyer and
                         (BUYER-MIN-PRICE = 0 or
                          PROPERTY-ASKING not < BUYER-MIN-PRICE) and



      *----------------------------------------------------------
      * A tenancy start keyed or changed, or move-in readings keyed
      * against it, is a change of occupier: the readings go on the
      * meter file and the notice is queued. Readings with no date
      * are taken as read on the day the tenancy starts.
      *----------------------------------------------------------
       PARA-432-RECORD-MOVE-IN.

           compute ws-new-tenancy-start =
             (TENANCY-START-YEAR of property-record * 10000) +
             (TENANCY-START-MONTH of property-record * 100) +
             TENANCY-START-DAY of property-record

           if ws-new-tenancy-start not = 0 and
             (ws-new-tenancy-start not = ws-old-tenancy-start or
              WS-MTR-GAS not = 0 or WS-MTR-ELEC not = 0 or
              WS-MTR-WATER not = 0)
               move property-id of property-record to
                 WS-MTR-PROPERTY-ID
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
               perform Write-Meter-Reading

               move "METER" to ws-audit-record-type
               move "MOVEIN" to ws-audit-action
               move property-id of property-record to ws-audit-key
               move spaces to ws-audit-old-value
               move METER-RECORD to ws-audit-new-value
               perform Write-Audit-Log
           end-if

           if ws-new-tenancy-start not = 0 and
             ws-old-tenancy-start = 0
               move property-id of property-record to
                 WS-SURVEY-PROPERTY-ID
               move "T" to WS-SURVEY-EVENT
               move ws-new-tenancy-start to WS-SURVEY-EVENT-DATE
               call "SurveyInvite" using WS-SURVEY
           end-if

           move ws-new-tenancy-start to ws-old-tenancy-start.

       PARA-467-MARK-OFFERS-WITHDRAWN.

           move 0 to ws-offer-eof
               move function current-date(1:4) to WITHDRAWN-YEAR
           end-if.

       PARA-477-PICK-ADDRESS.

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

       PARA-478-VERIFY-ADDRESS.

           move "V" to WS-ALOOK-MODE
           move "P" to WS-ALOOK-REF-TYPE
           move property-id of property-record to WS-ALOOK-REF-ID
           move PROPERTY-AL1 to WS-ALOOK-AL1
           move PROPERTY-AL2 to WS-ALOOK-AL2
           move PROPERTY-AL3 to WS-ALOOK-AL3
           move PROPERTY-AL4 to WS-ALOOK-AL4
           move PROPERTY-POSTCODE to WS-ALOOK-POSTCODE
           call "AddressLookup" using WS-ALOOK.

       PARA-479-ADDRESS-STATUS.

           move "S" to WS-ALOOK-MODE
           move "P" to WS-ALOOK-REF-TYPE
           move property-id of property-record to WS-ALOOK-REF-ID
           call "AddressLookup" using WS-ALOOK.

       PARA-470-CHECK-VERSION-AND-SAVE.

           move 0 to ws-lock-conflict
                       perform Write-Board-Order
                       perform PARA-483-CHECK-WITHDRAWAL-TERMS
                   when "L"
                       if WS-GOLIVE-BOARD-STATUS not = "O" and
                         WS-GOLIVE-BOARD-STATUS not = "E"
                           move property-id of property-record to
                             WS-BOARD-PROPERTY-ID
                           move "O" to WS-BOARD-NEW-STATUS
                           perform Write-Board-Order
                       end-if
                       if ws-old-offer-status = space
                           move 0 to ws-ft-old-buyer
                           perform PARA-487-REQUEUE-MATCH-ALERTS
                       end-if
               end-evaluate
           end-if


           move OFFER-STATUS to ws-old-offer-status.

      *----------------------------------------------------------
      * A sale going on the market or being agreed on a lease
      * with under 80 years left is the sale lenders turn down,
      * so the negotiator is told there and then.
      *----------------------------------------------------------
       PARA-484-CHECK-LEASE-TERM.

           if OFFER-STATUS not = ws-old-offer-status and
             LISTING-TYPE not = "L" and
             (OFFER-STATUS = "L" or OFFER-STATUS = "S" or
              OFFER-STATUS = "P")
               move property-id of property-record to
                 WS-LEASE-PROPERTY-ID
               perform Check-Lease-Term
               if WS-LEASE-SHORT = 1
                   display " "
                   display "WARNING - " WS-LEASE-WARNING
                   display "Lenders decline short leases - raise a"
                     " lease extension with the seller."
                   display "Press ENTER to continue."
                   accept ws-lease-continue
               end-if
           end-if.

      *----------------------------------------------------------
      * A withdrawal inside the signed tie-in is the withdrawal
      * fee nobody used to invoice. The terms filed at instruction
           move "VAT-RATE-PCT" to WS-CONFIG-NAME
           move 20 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to WS-FEERATE-DEFAULT
           move "VAT-RATE-PCT" to WS-FEERATE-NAME
           move function current-date(1:8) to WS-FEERATE-DATE
           perform Read-Fee-Rate
           move WS-FEERATE-RESULT to ws-wfee-vat-rate

           move TERMS-WITHDRAWAL-FEE to ws-wfee-net
           compute ws-wfee-vat rounded =
       copy "OfferHistWrite.cpy".
       copy "CurrencyConvert.cpy".
       copy "ReadConfigValue.cpy".
       copy "FeeRateRead.cpy".
       copy "BuyerGradeRank.cpy".
       copy "LoginLogWrite.cpy".
       copy "PasswordHashCalc.cpy".
       copy "IdleLockCheck.cpy".
       copy "GenerateNextId.cpy".
       copy "ValidatePropertyType.cpy".
       copy "MeterReadingWrite.cpy".

       copy "JournalWrite.cpy".
       copy "FileErrorLogWrite.cpy".
       copy "BoardOrderWrite.cpy".
       copy "PriceHistWrite.cpy".
       copy "MarketingCheck.cpy".
       copy "LeaseTermCheck.cpy".
       copy "GoLiveCheck.cpy".

       copy "SanctionsCheck.cpy".
       copy "SanctionsOwnerCheck.cpy".

       copy "MainFileOpenCheck.cpy".

