      *BULKMESSAGE.cbl
      *Ad-hoc bulk message to a filtered list of buyers - a price
      *drop or an open house told to a targeted group rather than
      *every applicant on file. The user names the MSGTMPL wording to
      *send (MessageTemplates.cbl), optionally the property it is
      *about (for the <ADDRESS> and <PRICE> markers), and the
      *marketing campaign the mailing goes under, then filters the
      *buyers by any of: price band (the buyer's top price), wanted
      *type, minimum bedrooms, postcode area, the campaign that
      *brought them in, and lowest grade. Anyone marked
      *do-not-contact or who has refused electronic contact is left
      *off, and the suppression goes to the audit trail. The count
      *is shown for approval before anything is queued; once
      *approved, one NOTIFY-QUEUE-FILE entry per recipient - hottest
      *grade first - is written under the template's event type for
      *NotifyDispatch.cbl to word and send, and the mailing is
      *recorded on BULK-MSG-FILE with its campaign for the
      *cost-per-sale report. Reached from the marketing campaigns
      *menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BulkMessage.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "bulkmsgfile.cpy".
       copy "buyerfile.cpy".
       copy "propertyfile.cpy".
       copy "campaignfile.cpy".
       copy "templatefile.cpy".
       copy "notifyqueuefile.cpy".
       copy "configfile.cpy".
       copy "auditfile.cpy".
       copy "seqfile.cpy".

       data division.

       FILE SECTION.
       copy "bulkmsgrecord.cpy".
       copy "buyerrecord.cpy".
       copy "propertyrecord.cpy".
       copy "campaignrecord.cpy".
       copy "templaterecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "configrecord.cpy".
       copy "auditrecord.cpy".
       copy "seqrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-nextid.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-config.cpy".
       copy "ws-buyergrade.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-input pic x(20) value spaces.
       01 ws-found pic 9 value 0 comp.
       01 ws-queue-mode pic 9 value 0 comp.
       01 ws-buyer-passes pic 9 value 0 comp.
       01 ws-area-len pic 9 value 0 comp.

      *The criteria as keyed, moved onto BULK-MSG-RECORD once the
      *mailing is approved.
       01 ws-bulk-criteria.
         03 bc-template pic x(10) value spaces.
         03 bc-property-id pic 9(6) value 0.
         03 bc-campaign-id pic 9(4) value 0.
         03 bc-min-price pic 9(6)v99 value 0.
         03 bc-max-price pic 9(6)v99 value 0.
         03 bc-wanted-type pic x(20) value spaces.
         03 bc-min-bedrooms pic 99 value 0.
         03 bc-postcode-area pic x(4) value spaces.
         03 bc-source-campaign-id pic 9(4) value 0.
         03 bc-min-grade pic x value spaces.

       01 ws-match-count pic 9(5) value 0.
       01 ws-suppressed-count pic 9(5) value 0.
       01 ws-queued-count pic 9(5) value 0.
       01 ws-bulk-id pic 9(6) value 0.
       01 ws-campaign-name pic x(20) value spaces.
       01 ws-prop-address pic x(33) value spaces.
       01 ws-price-disp pic zzz,zz9.99.
       01 ws-price-disp-2 pic zzz,zz9.99.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST BULK MESSAGE TO BUYERS"
           display "-----------------------------------------------"

           perform PARA-100-GET-MESSAGE
           if ws-found = 0
               perform PARA-900-RETURN
               goback
           end-if

           perform PARA-200-GET-CRITERIA

           move 0 to ws-queue-mode
           perform PARA-300-SCAN-BUYERS

           perform PARA-400-SHOW-COUNT

           if ws-match-count = 0
               display "No buyers match - nothing queued."
               perform PARA-900-RETURN
               goback
           end-if

           display "Queue " ws-match-count " message(s)? (Y/N)"
           move spaces to ws-continue
           accept ws-continue
           move function upper-case(ws-continue) to ws-continue
           if ws-continue not = "Y"
               display "Not approved - nothing queued."
               perform PARA-900-RETURN
               goback
           end-if

           move "BULKMSG" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to ws-bulk-id

           move 1 to ws-queue-mode
           perform PARA-300-SCAN-BUYERS

           perform PARA-500-RECORD-MAILING

           display "-----------------------------------------------"
           display ws-queued-count " message(s) queued as bulk "
             "message " ws-bulk-id " under campaign "
             bc-campaign-id "."
           display ws-suppressed-count " left off for consent."
           display "They go out on the next notification dispatch."
           perform PARA-900-RETURN

           goback.

      *----------------------------------------------------------
      * The wording, the property it is about and the campaign.
      * A template with no wording would only go out as the
      * dispatcher's catch-all line, so it is refused here.
      *----------------------------------------------------------
       PARA-100-GET-MESSAGE.

           perform PARA-105-READ-TEMPLATE

           if ws-found = 1
               display "Property it is about (blank for none):"
               move spaces to ws-input
               accept ws-input
               if ws-input not = spaces
                   move function numval(ws-input) to bc-property-id
                   perform PARA-110-READ-PROPERTY
               end-if
           end-if

           if ws-found = 1
               display "Campaign the mailing goes under:"
               move spaces to ws-input
               accept ws-input
               move function numval(ws-input) to bc-campaign-id
               perform PARA-120-READ-CAMPAIGN
           end-if.

       PARA-105-READ-TEMPLATE.

           move 0 to ws-found

           display "Message template (event type on the message"
             " templates screen):"
           move spaces to ws-input
           accept ws-input
           move function upper-case(ws-input) to bc-template

           if bc-template not = spaces
               open input template-file
               move bc-template to TEMPLATE-EVENT-TYPE
               read template-file
                   invalid key
                       continue
                   not invalid key
                       if TEMPLATE-TEXT not = spaces
                           move 1 to ws-found
                       end-if
               end-read
               close template-file
           end-if

           if ws-found = 0
               display "No wording on file for that template - set"
                 " it up on the message templates screen."
           else
               display "Wording: " TEMPLATE-TEXT(1:70)
               if TEMPLATE-TEXT(71:80) not = spaces
                   display "         " TEMPLATE-TEXT(71:70)
               end-if
               if TEMPLATE-TEXT(141:10) not = spaces
                   display "         " TEMPLATE-TEXT(141:10)
               end-if
           end-if.

       PARA-110-READ-PROPERTY.

           move 0 to ws-found
           open input property-file
           perform Check-Property-Open
           move bc-property-id to property-id of property-record
           read property-file
               invalid key
                   display "Property " bc-property-id
                     " not found - nothing queued."
               not invalid key
                   move 1 to ws-found
                   string PROPERTY-AL1 of property-record, " ",
                     PROPERTY-POSTCODE of property-record
                     delimited by size into ws-prop-address
                   display "Property: " ws-prop-address
           end-read
           close property-file.

       PARA-120-READ-CAMPAIGN.

           move 0 to ws-found
           open input campaign-file
           move bc-campaign-id to CAMPAIGN-ID
           read campaign-file
               invalid key
                   display "Campaign " bc-campaign-id
                     " not found - nothing queued."
               not invalid key
                   move 1 to ws-found
                   move CAMPAIGN-NAME to ws-campaign-name
                   display "Campaign: " ws-campaign-name
           end-read
           close campaign-file.

      *----------------------------------------------------------
      * Every filter is optional - blank or zero leaves it out.
      *----------------------------------------------------------
       PARA-200-GET-CRITERIA.

           display " "
           display "Filter the buyers - blank to leave a filter out."
           display "Top price from (the buyer's maximum):"
           move spaces to ws-input
           accept ws-input
           if ws-input not = spaces
               move function numval(ws-input) to bc-min-price
           end-if
           display "Top price up to:"
           move spaces to ws-input
           accept ws-input
           if ws-input not = spaces
               move function numval(ws-input) to bc-max-price
           end-if
           display "Wanted type:"
           move spaces to ws-input
           accept ws-input
           move function upper-case(ws-input) to bc-wanted-type
           display "Minimum bedrooms:"
           move spaces to ws-input
           accept ws-input
           if ws-input not = spaces
               move function numval(ws-input) to bc-min-bedrooms
           end-if
           display "Postcode area (e.g. NR1):"
           move spaces to ws-input
           accept ws-input
           move function upper-case(ws-input) to bc-postcode-area
           move 0 to ws-area-len
           inspect bc-postcode-area tallying ws-area-len
             for characters before initial space
           display "Campaign that brought them in:"
           move spaces to ws-input
           accept ws-input
           if ws-input not = spaces
               move function numval(ws-input) to
                 bc-source-campaign-id
           end-if
           display "Lowest grade to include (A-D, blank for all):"
           move spaces to ws-input
           accept ws-input
           move function upper-case(ws-input) to bc-min-grade

           evaluate bc-min-grade
               when "A"
                   move 1 to WS-GRADE-MAX-PASS
               when "B"
                   move 2 to WS-GRADE-MAX-PASS
               when "C"
                   move 3 to WS-GRADE-MAX-PASS
               when other
                   move space to bc-min-grade
                   move 4 to WS-GRADE-MAX-PASS
           end-evaluate.

      *----------------------------------------------------------
      * One pass per grade, A first. The first run (queue mode 0)
      * only counts for approval; the second queues and audits.
      *----------------------------------------------------------
       PARA-300-SCAN-BUYERS.

           move 0 to ws-match-count
           move 0 to ws-suppressed-count
           move 0 to ws-queued-count

           perform varying WS-GRADE-PASS from 1 by 1
             until WS-GRADE-PASS > WS-GRADE-MAX-PASS
               perform PARA-310-SCAN-GRADE-PASS
           end-perform.

       PARA-310-SCAN-GRADE-PASS.

           move 0 to ws-end-of-file

           open input buyer-file
           perform Check-Buyer-Open

           perform until ws-end-of-file = 1
               read buyer-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform Rank-Buyer-Grade
                       if WS-BUYER-GRADE-RANK = WS-GRADE-PASS
                           perform PARA-320-APPLY-CRITERIA
                           if ws-buyer-passes = 1
                               perform PARA-330-TAKE-BUYER
                           end-if
                       end-if
           end-perform

           close buyer-file.

       PARA-320-APPLY-CRITERIA.

           move 1 to ws-buyer-passes

           if bc-min-price not = 0 and
             BUYER-MAX-PRICE < bc-min-price
               move 0 to ws-buyer-passes
           end-if

           if bc-max-price not = 0 and
             (BUYER-MAX-PRICE = 0 or BUYER-MAX-PRICE > bc-max-price)
               move 0 to ws-buyer-passes
           end-if

           if bc-wanted-type not = spaces and
             function upper-case(BUYER-WANTED-TYPE) not =
             bc-wanted-type
               move 0 to ws-buyer-passes
           end-if

           if bc-min-bedrooms not = 0 and
             BUYER-WANTED-BEDROOMS < bc-min-bedrooms
               move 0 to ws-buyer-passes
           end-if

           if ws-area-len not = 0
               if function upper-case(BUYER-POSTCODE(1:ws-area-len))
                 not = bc-postcode-area(1:ws-area-len)
                   move 0 to ws-buyer-passes
               end-if
           end-if

           if bc-source-campaign-id not = 0 and
             BUYER-CAMPAIGN-ID not = bc-source-campaign-id
               move 0 to ws-buyer-passes
           end-if.

      *----------------------------------------------------------
      * A withdrawn consent is policed here as well as at
      * dispatch: the buyer is left off, and on the queueing run
      * the suppression is logged.
      *----------------------------------------------------------
       PARA-330-TAKE-BUYER.

           if BUYER-DO-NOT-CONTACT = "Y" or BUYER-CONSENT-ELEC = "N"
               add 1 to ws-suppressed-count
               if ws-queue-mode = 1
                   move "BUYER" to ws-audit-record-type
                   move "SUPPRS" to ws-audit-action
                   move BUYER-ID of buyer-record to ws-audit-key
                   move "BULK MESSAGE SUPPRESSED" to
                     ws-audit-old-value
                   move spaces to ws-audit-new-value
                   string "MAILING ", ws-bulk-id,
                     " - NO CONSENT OR DO-NOT-CONTACT"
                     delimited by size into ws-audit-new-value
                   perform Write-Audit-Log
               end-if
           else
               add 1 to ws-match-count
               if ws-queue-mode = 1
                   move bc-property-id to WS-NOTIFY-PROPERTY-ID
                   move BUYER-ID of buyer-record to
                     WS-NOTIFY-BUYER-ID
                   move 0 to WS-NOTIFY-SELLER-ID
                   move 0 to WS-NOTIFY-USER-ID
                   move bc-template to WS-NOTIFY-EVENT-TYPE
                   move ws-bulk-id to WS-NOTIFY-REF-ID
                   perform Write-Notify-Queue
                   add 1 to ws-queued-count
               end-if
           end-if.

       PARA-400-SHOW-COUNT.

           display " "
           display "-----------------------------------------------"
           display "Template      : " bc-template
           if bc-property-id not = 0
               display "Property      : " bc-property-id " "
                 ws-prop-address
           end-if
           display "Campaign      : " bc-campaign-id " "
             ws-campaign-name
           if bc-min-price not = 0 or bc-max-price not = 0
               move bc-min-price to ws-price-disp
               move bc-max-price to ws-price-disp-2
               display "Top price     : " ws-price-disp " to "
                 ws-price-disp-2
           end-if
           if bc-wanted-type not = spaces
               display "Wanted type   : " bc-wanted-type
           end-if
           if bc-min-bedrooms not = 0
               display "Bedrooms      : " bc-min-bedrooms " or more"
           end-if
           if bc-postcode-area not = spaces
               display "Postcode area : " bc-postcode-area
           end-if
           if bc-source-campaign-id not = 0
               display "Came in from  : campaign " bc-source-campaign-id
           end-if
           if bc-min-grade not = spaces
               display "Grades        : A to " bc-min-grade
           end-if
           display "-----------------------------------------------"
           display ws-match-count " buyer(s) to message."
           display ws-suppressed-count " more match but are left off"
             " for consent."
           display "-----------------------------------------------".

       PARA-500-RECORD-MAILING.

           initialize BULK-MSG-RECORD
           move ws-bulk-id to BULK-ID
           move function current-date(1:8) to BULK-DATE
           move ws-current-user-id to BULK-USER-ID
           move bc-campaign-id to BULK-CAMPAIGN-ID
           move bc-template to BULK-TEMPLATE
           move bc-property-id to BULK-PROPERTY-ID
           move bc-min-price to BULK-MIN-PRICE
           move bc-max-price to BULK-MAX-PRICE
           move bc-wanted-type to BULK-WANTED-TYPE
           move bc-min-bedrooms to BULK-MIN-BEDROOMS
           move bc-postcode-area to BULK-POSTCODE-AREA
           move bc-source-campaign-id to BULK-SOURCE-CAMPAIGN-ID
           move bc-min-grade to BULK-MIN-GRADE
           move ws-queued-count to BULK-QUEUED
           move ws-suppressed-count to BULK-SUPPRESSED

           open i-o bulk-msg-file
           write BULK-MSG-RECORD
           close bulk-msg-file

           move "BULKMSG" to ws-audit-record-type
           move "QUEUE" to ws-audit-action
           move ws-bulk-id to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string bc-template, " TO ", ws-queued-count,
             " BUYERS UNDER CAMPAIGN ", bc-campaign-id
             delimited by size into ws-audit-new-value
           perform Write-Audit-Log.

       PARA-900-RETURN.

           display " "
           display "Press ENTER to return to the menu."
           accept ws-continue.

       copy "AuditLogWrite.cpy".
       copy "NotifyQueueWrite.cpy".
       copy "GenerateNextId.cpy".
       copy "ReadConfigValue.cpy".
       copy "BuyerGradeRank.cpy".

       copy "MainFileOpenCheck.cpy".

       end program BulkMessage.
