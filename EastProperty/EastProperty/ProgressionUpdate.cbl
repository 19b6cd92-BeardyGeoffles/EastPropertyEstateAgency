      *PROGRESSIONUPDATE.cbl
      *Batch job: the weekly progression update to both sides of
      *every live sale - once a sale is agreed the vendor activity
      *letters stop, and without this the buyer and the seller hear
      *nothing unless they ring in. For each agreed sale on
      *SALES-PROG-FILE not yet completed (property still at
      *OFFER-STATUS "S"), the buyer and the seller are each told,
      *in plain English, the milestones reached and their dates,
      *what is still outstanding, and how the chain is going (the
      *links SaleChain.cbl keeps on CHAIN-FILE - how many sales
      *above and below, and whether any is held up). A party with
      *post consent gets a letter on a date-stamped PROGLTR dataset
      *under the letterhead of the property's branch, registered on
      *the print spool; a party with electronic consent also gets a
      *PROGUPDATE message through the notification queue, worded by
      *NotifyDispatch.cbl from the one-line summary kept on the
      *update register (PROG-UPD-FILE). The letter opens with the
      *PROGUPDATE wording from the message templates when one is
      *set (<NAME>, <ADDRESS> and <PROGRESS> markers), else stock
      *wording. Anyone marked do-not-contact, or with neither
      *consent, is left out and the suppression goes to the audit
      *trail. Run as a step of the nightly batch (BatchConsole.cbl),
      *it only sends on the day of the week in CONFIG-FILE setting
      *PROG-UPDATE-DAY (1 = Monday to 7 = Sunday, default 5).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ProgressionUpdate.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "salesprogfile.cpy".
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "chainfile.cpy".
       copy "progupdfile.cpy".
       copy "templatefile.cpy".
       copy "notifyqueuefile.cpy".
       copy "configfile.cpy".
       copy "auditfile.cpy".
       copy "seqfile.cpy".
       copy "spoolfile.cpy".

           select optional prog-letter-file assign to
               ws-letter-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "salesprogrecord.cpy".
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "chainrecord.cpy".
       copy "progupdrecord.cpy".
       copy "templaterecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "configrecord.cpy".
       copy "auditrecord.cpy".
       copy "seqrecord.cpy".
       copy "spoolrecord.cpy".

       FD prog-letter-file.
       01 prog-letter-line pic x(100).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-nextid.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-config.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-chain-eof pic 9 value 0 comp.
       01 ws-letter-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-today pic 9(8) value 0.
       01 ws-today-dow pic 9 value 0.
       01 ws-send-day pic 9(4) value 0.
       01 ws-property-found pic 9 value 0 comp.

       01 ws-sale-count pic 9(5) value 0.
       01 ws-letter-count pic 9(5) value 0.
       01 ws-message-count pic 9(5) value 0.
       01 ws-suppressed-count pic 9(5) value 0.

      *The five milestones before completion, in conveyancing
      *order, as they read in the letters.
       01 ws-stage-label-table.
         03 filler pic x(26) value "MEMORANDUM OF SALE ISSUED".
         03 filler pic x(26) value "SURVEY / VALUATION DONE".
         03 filler pic x(26) value "MORTGAGE OFFER ISSUED".
         03 filler pic x(26) value "SEARCHES RETURNED".
         03 filler pic x(26) value "CONTRACTS EXCHANGED".
       01 ws-stage-labels redefines ws-stage-label-table.
         03 ws-stage-label pic x(26) occurs 5 times.

       01 ws-stage-dates.
         03 ws-stage-date pic x(10) occurs 5 times.
       01 ws-stage-idx pic 9 value 0 comp.
       01 ws-stages-done pic 9 value 0.
       01 ws-latest-idx pic 9 value 0 comp.
       01 ws-next-idx pic 9 value 0 comp.

       01 ws-chain-above pic 99 value 0.
       01 ws-chain-below pic 99 value 0.
       01 ws-chain-stalled pic 99 value 0.
       01 ws-chain-text pic x(30) value spaces.
       01 ws-chain-disp pic z9.
       01 ws-chain-disp-2 pic z9.
       01 ws-summary pic x(120) value spaces.

       01 ws-have-template pic 9 value 0 comp.
       01 ws-template-hold pic x(150) value spaces.
       01 ws-opening pic x(200) value spaces.
       01 ws-t-idx pic 9(3) value 0 comp.
       01 ws-o-ptr pic 9(3) value 0 comp.

       01 ws-party-type pic x value space.
       01 ws-party-id pic 9(6) value 0.
       01 ws-party-found pic 9 value 0 comp.
       01 ws-party-name pic x(20) value spaces.
       01 ws-party-address.
         03 ws-party-al pic x(25) occurs 4 times.
       01 ws-party-postcode pic x(7) value spaces.
       01 ws-party-dnc pic x value space.
       01 ws-party-post pic x value space.
       01 ws-party-elec pic x value space.
       01 ws-al-idx pic 9 value 0 comp.
       01 ws-prop-address pic x(33) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST WEEKLY PROGRESSION UPDATES"
           display "-----------------------------------------------"

           move function current-date(1:8) to ws-today

           move "PROG-UPDATE-DAY" to WS-CONFIG-NAME
           move 5 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-send-day

           compute ws-today-dow = function mod(
             function integer-of-date(ws-today) - 1, 7) + 1

           if ws-today-dow not = ws-send-day
               display "Updates go out on day " ws-send-day
                 " of the week - today is day " ws-today-dow
                 ", nothing sent."
               goback
           end-if

           perform PARA-050-LOAD-TEMPLATE

           move ws-today to ws-date-stamp
           string "PROGLTR.", ws-date-stamp into ws-letter-name

           open extend prog-letter-file
           perform PARA-100-SCAN-LIVE-SALES
           close prog-letter-file

           if ws-letter-count > 0
               move "PROGRESSION UPDATES" to WS-SPOOL-JOB
               move ws-letter-name to WS-SPOOL-DATASET
               perform Register-Spool-Output
           end-if

           display ws-sale-count " live sale(s) updated."
           display ws-letter-count " letter(s) written to "
             ws-letter-name
           display ws-message-count " message(s) queued."
           display ws-suppressed-count " party(ies) left out for"
             " consent."
           display "-----------------------------------------------"

           goback.

       PARA-050-LOAD-TEMPLATE.

           move 0 to ws-have-template
           move spaces to ws-template-hold

           open input template-file
           move "PROGUPDATE" to TEMPLATE-EVENT-TYPE
           read template-file
               invalid key
                   continue
               not invalid key
                   if TEMPLATE-TEXT not = spaces
                       move 1 to ws-have-template
                       move TEMPLATE-TEXT to ws-template-hold
                   end-if
           end-read
           close template-file.

      *----------------------------------------------------------
      * A sale is live from the day it is agreed until its
      * completion is dated; a progression record left behind by
      * a sale that fell through (property no longer "S") is not.
      *----------------------------------------------------------
       PARA-100-SCAN-LIVE-SALES.

           move 0 to ws-end-of-file

           open input sales-prog-file

           perform until ws-end-of-file = 1
               read sales-prog-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SP-COMPLETION-YEAR = 0
                           perform PARA-110-READ-PROPERTY
                           if ws-property-found = 1
                               perform PARA-200-WORK-OUT-PROGRESS
                               perform PARA-250-CHECK-CHAIN
                               perform PARA-280-BUILD-SUMMARY
                               add 1 to ws-sale-count
                               if PROP-BUYER-ID of property-record
                                 not = 0
                                   move "B" to ws-party-type
                                   move PROP-BUYER-ID of
                                     property-record to ws-party-id
                                   perform PARA-300-UPDATE-PARTY
                               end-if
                               if PROP-SELLER-ID of property-record
                                 not = 0
                                   move "S" to ws-party-type
                                   move PROP-SELLER-ID of
                                     property-record to ws-party-id
                                   perform PARA-300-UPDATE-PARTY
                               end-if
                           end-if
                       end-if
           end-perform

           close sales-prog-file.

       PARA-110-READ-PROPERTY.

           move 0 to ws-property-found

           open input property-file
           perform Check-Property-Open
           move SP-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   if OFFER-STATUS of property-record = "S"
                       move 1 to ws-property-found
                       move spaces to ws-prop-address
                       string function trim(PROPERTY-AL1 of
                         property-record), " ",
                         PROPERTY-POSTCODE of property-record
                         delimited by size into ws-prop-address
                   end-if
           end-read
           close property-file.

      *----------------------------------------------------------
      * The milestone dates in conveyancing order; the latest is
      * the last one reached, the next the first one still open.
      *----------------------------------------------------------
       PARA-200-WORK-OUT-PROGRESS.

           move spaces to ws-stage-dates
           if SP-MEMO-SALE-YEAR not = 0
               string SP-MEMO-SALE-DAY, "/", SP-MEMO-SALE-MONTH, "/",
                 SP-MEMO-SALE-YEAR delimited by size into
                 ws-stage-date(1)
           end-if
           if SP-SURVEY-YEAR not = 0
               string SP-SURVEY-DAY, "/", SP-SURVEY-MONTH, "/",
                 SP-SURVEY-YEAR delimited by size into
                 ws-stage-date(2)
           end-if
           if SP-MORTGAGE-YEAR not = 0
               string SP-MORTGAGE-DAY, "/", SP-MORTGAGE-MONTH, "/",
                 SP-MORTGAGE-YEAR delimited by size into
                 ws-stage-date(3)
           end-if
           if SP-SEARCHES-YEAR not = 0
               string SP-SEARCHES-DAY, "/", SP-SEARCHES-MONTH, "/",
                 SP-SEARCHES-YEAR delimited by size into
                 ws-stage-date(4)
           end-if
           if SP-EXCHANGE-YEAR not = 0
               string SP-EXCHANGE-DAY, "/", SP-EXCHANGE-MONTH, "/",
                 SP-EXCHANGE-YEAR delimited by size into
                 ws-stage-date(5)
           end-if

           move 0 to ws-stages-done
           move 0 to ws-latest-idx
           move 0 to ws-next-idx
           perform varying ws-stage-idx from 1 by 1
             until ws-stage-idx > 5
               if ws-stage-date(ws-stage-idx) not = spaces
                   add 1 to ws-stages-done
                   move ws-stage-idx to ws-latest-idx
               else
                   if ws-next-idx = 0
                       move ws-stage-idx to ws-next-idx
                   end-if
               end-if
           end-perform.

      *----------------------------------------------------------
      * The chain as SaleChain.cbl holds it: the links above and
      * below this sale, and how many are flagged held up.
      *----------------------------------------------------------
       PARA-250-CHECK-CHAIN.

           move 0 to ws-chain-above
           move 0 to ws-chain-below
           move 0 to ws-chain-stalled
           move 0 to ws-chain-eof

           open input chain-file
           move SP-PROPERTY-ID to CHAIN-PROPERTY-ID
           start chain-file key = CHAIN-PROPERTY-ID
               invalid key
                   move 1 to ws-chain-eof
           end-start
           perform until ws-chain-eof = 1
               read chain-file next record
                   at end
                       move 1 to ws-chain-eof
                   not at end
                       if CHAIN-PROPERTY-ID not = SP-PROPERTY-ID
                           move 1 to ws-chain-eof
                       else
                           if CHAIN-DIRECTION = "A"
                               add 1 to ws-chain-above
                           else
                               add 1 to ws-chain-below
                           end-if
                           if CHAIN-STALLED-FLAG = "Y"
                               add 1 to ws-chain-stalled
                           end-if
                       end-if
           end-perform
           close chain-file

           evaluate true
               when ws-chain-above = 0 and ws-chain-below = 0
                   move "NO CHAIN" to ws-chain-text
               when ws-chain-stalled > 0
                   move "CHAIN HELD UP - WE ARE CHASING" to
                     ws-chain-text
               when other
                   move "CHAIN ALL MOVING" to ws-chain-text
           end-evaluate.

       PARA-280-BUILD-SUMMARY.

           move spaces to ws-summary
           move 1 to ws-o-ptr
           string ws-stages-done, " OF 5 STAGES DONE"
             delimited by size into ws-summary
             with pointer ws-o-ptr
           if ws-latest-idx not = 0
               string " - LATEST ",
                 function trim(ws-stage-label(ws-latest-idx)), " ",
                 ws-stage-date(ws-latest-idx)
                 delimited by size into ws-summary
                 with pointer ws-o-ptr
           end-if
           if ws-next-idx not = 0
               string "; NEXT ",
                 function trim(ws-stage-label(ws-next-idx))
                 delimited by size into ws-summary
                 with pointer ws-o-ptr
           else
               string "; NEXT COMPLETION"
                 delimited by size into ws-summary
                 with pointer ws-o-ptr
           end-if
           string "; ", function trim(ws-chain-text)
             delimited by size into ws-summary
             with pointer ws-o-ptr.

      *----------------------------------------------------------
      * One side of the sale. Post consent decides the letter and
      * electronic consent the message; do-not-contact, or
      * neither consent, leaves the party out altogether.
      *----------------------------------------------------------
       PARA-300-UPDATE-PARTY.

           perform PARA-310-READ-PARTY

           if ws-party-found = 1
               if ws-party-dnc = "Y" or
                 (ws-party-post = "N" and ws-party-elec = "N")
                   add 1 to ws-suppressed-count
                   move "PROGUPD" to ws-audit-record-type
                   move "SUPPRS" to ws-audit-action
                   move SP-PROPERTY-ID to ws-audit-key
                   move "PROGRESSION UPDATE SUPPRESSED" to
                     ws-audit-old-value
                   move spaces to ws-audit-new-value
                   string ws-party-type, " ", ws-party-id,
                     " - NO CONSENT OR DO-NOT-CONTACT"
                     delimited by size into ws-audit-new-value
                   perform Write-Audit-Log
               else
                   perform PARA-350-SEND-UPDATE
               end-if
           end-if.

       PARA-310-READ-PARTY.

           move 0 to ws-party-found
           move spaces to ws-party-name
           move spaces to ws-party-address
           move spaces to ws-party-postcode

           if ws-party-type = "B"
               open input buyer-file
               perform Check-Buyer-Open
               move ws-party-id to BUYER-ID of buyer-record
               read buyer-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to ws-party-found
                       move BUYER-NAME to ws-party-name
                       move BUYER-AL1 to ws-party-al(1)
                       move BUYER-AL2 to ws-party-al(2)
                       move BUYER-AL3 to ws-party-al(3)
                       move BUYER-AL4 to ws-party-al(4)
                       move BUYER-POSTCODE to ws-party-postcode
                       move BUYER-DO-NOT-CONTACT to ws-party-dnc
                       move BUYER-CONSENT-POST to ws-party-post
                       move BUYER-CONSENT-ELEC to ws-party-elec
               end-read
               close buyer-file
           else
               open input seller-file
               perform Check-Seller-Open
               move ws-party-id to SELLER-ID of seller-record
               read seller-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to ws-party-found
                       move SELLER-NAME to ws-party-name
                       move SELLER-AL1 to ws-party-al(1)
                       move SELLER-AL2 to ws-party-al(2)
                       move SELLER-AL3 to ws-party-al(3)
                       move SELLER-AL4 to ws-party-al(4)
                       move SELLER-POSTCODE to ws-party-postcode
                       move SELLER-DO-NOT-CONTACT to ws-party-dnc
                       move SELLER-CONSENT-POST to ws-party-post
                       move SELLER-CONSENT-ELEC to ws-party-elec
               end-read
               close seller-file
           end-if.

       PARA-350-SEND-UPDATE.

           move "PROGUPD" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize PROG-UPD-RECORD
           move WS-NEXTID-RESULT to PU-ID
           move SP-PROPERTY-ID to PU-PROPERTY-ID
           move ws-today to PU-DATE
           move ws-party-type to PU-PARTY-TYPE
           move ws-party-id to PU-PARTY-ID
           move ws-summary to PU-SUMMARY
           move "N" to PU-BY-POST
           move "N" to PU-BY-MESSAGE

           if ws-party-post not = "N"
               perform PARA-400-WRITE-LETTER
               move "Y" to PU-BY-POST
           end-if

           if ws-party-elec not = "N"
               move SP-PROPERTY-ID to WS-NOTIFY-PROPERTY-ID
               move 0 to WS-NOTIFY-BUYER-ID
               move 0 to WS-NOTIFY-SELLER-ID
               if ws-party-type = "B"
                   move ws-party-id to WS-NOTIFY-BUYER-ID
               else
                   move ws-party-id to WS-NOTIFY-SELLER-ID
               end-if
               move 0 to WS-NOTIFY-USER-ID
               move "PROGUPDATE" to WS-NOTIFY-EVENT-TYPE
               move PU-ID to WS-NOTIFY-REF-ID
               perform Write-Notify-Queue
               add 1 to ws-message-count
               move "Y" to PU-BY-MESSAGE
           end-if

           open i-o prog-upd-file
           write PROG-UPD-RECORD
           close prog-upd-file.

      *----------------------------------------------------------
      * The letter: letterhead, date, addressee, the opening
      * (template or stock), milestones reached, what is still
      * to come, the chain, the sign-off and the footer.
      *----------------------------------------------------------
       PARA-400-WRITE-LETTER.

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move all "=" to prog-letter-line
           write prog-letter-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 prog-letter-line
               write prog-letter-line
           end-perform
           move all "-" to prog-letter-line
           write prog-letter-line

           move spaces to prog-letter-line
           string "DATED ", ws-date-stamp(7:2), "/",
             ws-date-stamp(5:2), "/", ws-date-stamp(1:4),
             "          OUR REF PROGUPDATE ", SP-PROPERTY-ID
             delimited by size into prog-letter-line
           write prog-letter-line
           move spaces to prog-letter-line
           write prog-letter-line

           move spaces to prog-letter-line
           string "  ", ws-party-name delimited by size into
             prog-letter-line
           write prog-letter-line
           perform varying ws-al-idx from 1 by 1
             until ws-al-idx > 4
               if ws-party-al(ws-al-idx) not = spaces
                   move spaces to prog-letter-line
                   string "  ", ws-party-al(ws-al-idx)
                     delimited by size into prog-letter-line
                   write prog-letter-line
               end-if
           end-perform
           move spaces to prog-letter-line
           string "  ", ws-party-postcode delimited by size into
             prog-letter-line
           write prog-letter-line
           move spaces to prog-letter-line
           write prog-letter-line

           move spaces to prog-letter-line
           if ws-party-type = "B"
               string "RE: YOUR PURCHASE OF ", ws-prop-address
                 delimited by size into prog-letter-line
           else
               string "RE: YOUR SALE OF ", ws-prop-address
                 delimited by size into prog-letter-line
           end-if
           write prog-letter-line
           move spaces to prog-letter-line
           write prog-letter-line

           perform PARA-410-OPENING

           perform PARA-420-MILESTONES

           perform PARA-430-CHAIN

           move spaces to prog-letter-line
           write prog-letter-line
           move "WE WILL WRITE AGAIN NEXT WEEK. THERE IS NO NEED TO"
             & " CALL FOR AN UPDATE - YOUR PROGRESSOR WILL RING YOU"
             to prog-letter-line
           write prog-letter-line
           move "AS SOON AS ANYTHING CHANGES." to prog-letter-line
           write prog-letter-line

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to prog-letter-line
               write prog-letter-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 prog-letter-line
               write prog-letter-line
           end-perform
           move all "=" to prog-letter-line
           write prog-letter-line

           add 1 to ws-letter-count.

       PARA-410-OPENING.

           move spaces to ws-opening
           if ws-have-template = 1
               perform PARA-415-SUBSTITUTE-MARKERS
           else
               string "DEAR ", function trim(ws-party-name),
                 ", HERE IS THIS WEEK'S UPDATE ON THE SALE OF ",
                 function trim(ws-prop-address), "."
                 delimited by size into ws-opening
           end-if

           move ws-opening(1:100) to prog-letter-line
           write prog-letter-line
           if ws-opening(101:100) not = spaces
               move ws-opening(101:100) to prog-letter-line
               write prog-letter-line
           end-if
           move spaces to prog-letter-line
           write prog-letter-line.

      *----------------------------------------------------------
      * The same marker walk NotifyDispatch.cbl does for its
      * messages, for the markers a progression letter can use.
      *----------------------------------------------------------
       PARA-415-SUBSTITUTE-MARKERS.

           move 1 to ws-o-ptr
           move 1 to ws-t-idx

           perform until ws-t-idx > 150 or ws-o-ptr > 195
               evaluate true
                   when ws-t-idx <= 145 and
                     ws-template-hold(ws-t-idx:6) = "<NAME>"
                       string function trim(ws-party-name)
                         delimited by size into ws-opening
                         with pointer ws-o-ptr
                       add 6 to ws-t-idx
                   when ws-t-idx <= 142 and
                     ws-template-hold(ws-t-idx:9) = "<ADDRESS>"
                       string function trim(ws-prop-address)
                         delimited by size into ws-opening
                         with pointer ws-o-ptr
                       add 9 to ws-t-idx
                   when ws-t-idx <= 141 and
                     ws-template-hold(ws-t-idx:10) = "<PROGRESS>"
                       string function trim(ws-summary)
                         delimited by size into ws-opening
                         with pointer ws-o-ptr
                       add 10 to ws-t-idx
                   when other
                       string ws-template-hold(ws-t-idx:1)
                         delimited by size into ws-opening
                         with pointer ws-o-ptr
                       add 1 to ws-t-idx
               end-evaluate
           end-perform.

       PARA-420-MILESTONES.

           move "WHAT HAS HAPPENED SO FAR" to prog-letter-line
           write prog-letter-line
           move spaces to prog-letter-line
           string "  SALE AGREED                ",
             SOLD-DAY of property-record, "/",
             SOLD-MONTH of property-record, "/",
             SOLD-YEAR of property-record
             delimited by size into prog-letter-line
           write prog-letter-line
           perform varying ws-stage-idx from 1 by 1
             until ws-stage-idx > 5
               if ws-stage-date(ws-stage-idx) not = spaces
                   move spaces to prog-letter-line
                   string "  ", ws-stage-label(ws-stage-idx), " ",
                     ws-stage-date(ws-stage-idx)
                     delimited by size into prog-letter-line
                   write prog-letter-line
               end-if
           end-perform

           move spaces to prog-letter-line
           write prog-letter-line
           move "STILL TO COME" to prog-letter-line
           write prog-letter-line
           perform varying ws-stage-idx from 1 by 1
             until ws-stage-idx > 5
               if ws-stage-date(ws-stage-idx) = spaces
                   move spaces to prog-letter-line
                   string "  ", ws-stage-label(ws-stage-idx)
                     delimited by size into prog-letter-line
                   write prog-letter-line
               end-if
           end-perform
           move "  COMPLETION - THE DAY THE KEYS CHANGE HANDS" to
             prog-letter-line
           write prog-letter-line.

       PARA-430-CHAIN.

           move spaces to prog-letter-line
           write prog-letter-line
           move "THE CHAIN" to prog-letter-line
           write prog-letter-line

           move spaces to prog-letter-line
           if ws-chain-above = 0 and ws-chain-below = 0
               move "  THERE ARE NO OTHER SALES RECORDED IN THE"
                 & " CHAIN ABOVE OR BELOW THIS ONE." to
                 prog-letter-line
               write prog-letter-line
           else
               move ws-chain-above to ws-chain-disp
               move ws-chain-below to ws-chain-disp-2
               string "  THERE ARE ", function trim(ws-chain-disp),
                 " OTHER SALE(S) ABOVE THIS ONE AND ",
                 function trim(ws-chain-disp-2), " BELOW IT."
                 delimited by size into prog-letter-line
               write prog-letter-line
               if ws-chain-stalled > 0
                   move ws-chain-stalled to ws-chain-disp
                   move spaces to prog-letter-line
                   string "  ", function trim(ws-chain-disp),
                     " OF THEM IS HELD UP AT THE MOMENT - WE ARE"
                     " CHASING IT AND WILL RING YOU IF IT"
                     delimited by size into prog-letter-line
                   write prog-letter-line
                   move "  AFFECTS YOUR DATES." to prog-letter-line
                   write prog-letter-line
               else
                   move "  ALL OF THEM ARE MOVING ALONG." to
                     prog-letter-line
                   write prog-letter-line
               end-if
           end-if.

       copy "AuditLogWrite.cpy".
       copy "NotifyQueueWrite.cpy".
       copy "GenerateNextId.cpy".
       copy "ReadConfigValue.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program ProgressionUpdate.
