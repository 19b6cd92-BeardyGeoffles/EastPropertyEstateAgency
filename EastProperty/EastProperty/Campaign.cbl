      *file and accepted offers to show cost per viewing and cost
      *per sale by campaign - so marketing budget decisions stop
      *being guesswork. Reached from the Office menu.
      *Bulk messages to a filtered list of buyers (BulkMessage.cbl)
      *are sent from here under a campaign, and the report shows the
      *messages queued under each.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Campaign.
       copy "viewingfile.cpy".
       copy "propertyfile.cpy".
       copy "seqfile.cpy".
       copy "bulkmsgfile.cpy".

       data division.

       copy "viewingrecord.cpy".
       copy "propertyrecord.cpy".
       copy "seqrecord.cpy".
       copy "bulkmsgrecord.cpy".

       working-storage section.

         03 perf-campaign-name pic x(20).
         03 perf-cost pic 9(7)v99.
         03 perf-buyers pic 9(4).
         03 perf-messages pic 9(5).
         03 perf-viewings pic 9(4).
         03 perf-sales pic 9(4).

            "------------------------------".
         03 LINE 6 COL 29 "1. ADD CAMPAIGN".
         03 LINE 8 COL 29 "2. COST PER SALE REPORT".
         03 LINE 10 COL 29 "3. BULK MESSAGE TO BUYERS".
         03 LINE 12 COL 29 "4. RETURN TO MENU".
         03 LINE 21 COL 29 value "MENU: [".
         03 pic x USING MENU-IN foreground-color 10 HIGHLIGHT PROMPT
            " ".
         03 LINE 6 COL 29 foreground-color 14 "1".
         03 LINE 8 COL 29 foreground-color 14 "2".
         03 LINE 10 COL 29 foreground-color 14 "3".
         03 LINE 12 COL 29 foreground-color 14 "4".

       01 CAMPAIGN-DETAILS-SCREEN foreground-color 15 AUTO UPPER.
         03 blank screen.
                       WHEN 2
                           PERFORM PARA-450-PERFORMANCE-REPORT
                       WHEN 3
                           call "BulkMessage"
                       WHEN 4
                           goback
                       WHEN OTHER
                           if key-code-1 = 0
      * into the table, then buyers counted against their tagged
      * campaign, then viewings (looked up through the viewing's
      * buyer), then accepted sales (property status "S" whose
      * buyer carries the tag), then the bulk messages queued under
      * each campaign. Cost per viewing / per sale is the campaign
      * spend over each count.
      *----------------------------------------------------------
       PARA-450-PERFORMANCE-REPORT.

           perform PARA-465-COUNT-BUYERS
           perform PARA-470-COUNT-VIEWINGS
           perform PARA-475-COUNT-SALES
           perform PARA-477-COUNT-MESSAGES

           display " "
           display "-----------------------------------------------"
           display "     EAST CAMPAIGN COST PER SALE"
           display "-----------------------------------------------"
           display "CAMP  NAME                  COST       BUYERS"
             "  MSGS   VIEWS  SALES  COST/VIEW   COST/SALE"

           perform varying ws-perf-idx from 1 by 1
             until ws-perf-idx > ws-perf-count
                 perf-campaign-name(ws-perf-idx) "  "
                 perf-cost(ws-perf-idx) "  "
                 perf-buyers(ws-perf-idx) "    "
                 perf-messages(ws-perf-idx) "  "
                 perf-viewings(ws-perf-idx) "   "
                 perf-sales(ws-perf-idx) "   "
                 ws-cpv-disp "  " ws-cps-disp
                           move CAMPAIGN-COST to
                             perf-cost(ws-perf-count)
                           move 0 to perf-buyers(ws-perf-count)
                           move 0 to perf-messages(ws-perf-count)
                           move 0 to perf-viewings(ws-perf-count)
                           move 0 to perf-sales(ws-perf-count)
                       end-if

           close property-file.

       PARA-477-COUNT-MESSAGES.

           move 0 to ws-end-of-file

           open input bulk-msg-file

           perform until ws-end-of-file = 1
               read bulk-msg-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move BULK-CAMPAIGN-ID to ws-lookup-campaign-id
                       perform PARA-480-FIND-CAMPAIGN-SLOT
                       if ws-perf-idx not = 0
                           add BULK-QUEUED to
                             perf-messages(ws-perf-idx)
                       end-if
           end-perform

           close bulk-msg-file.

       PARA-480-FIND-CAMPAIGN-SLOT.

           move 0 to ws-perf-idx
