      *to happen at the point the offer is accepted. F2 opens the
      *sale's chain ladder in SaleChain.cbl. Reached from the
      *Property menu; see ProgressionChasingReport.cbl for the
      *morning chasing list. Dates taken from a conveyancer's update
      *file (ConveyancerUpdate.cbl) show an S beside them; a date
      *changed here counts as keyed by a person from then on, and
      *the update files leave it alone.
      *A completion date keyed for the first time sends the seller
      *and buyer a satisfaction survey invitation (SurveyInvite.cbl).
      *It also marks the property's alarm and key safe codes due a
      *change and tasks the negotiator with it (AccessChange.cbl).
      *Handed a property reference in LINK-OPEN-ID (the start-of-day
      *list, Dashboard.cbl), the pick screen comes up with it filled
      *in.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. SalesProgression.
       copy "ws-functionkeys.cpy".
       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-survey.cpy".
       copy "ws-accesschg.cpy".

       01 ws-message pic x(50) value spaces.
       01 ws-color pic 99 value 15.
       01 ws-continue pic x value spaces.

       01 ws-prog-property-id pic 9(6) value 0.
       01 ws-link-open-input pic x(6) value spaces.
       01 ws-valid-property pic 9 value 0 comp.
       01 ws-property-valid-message pic x(40) value spaces.

       01 ws-prog-keyed-dates.
         03 ws-prog-keyed-searches pic 9(8).
         03 ws-prog-keyed-mortgage pic 9(8).
         03 ws-prog-keyed-exchange pic 9(8).
         03 ws-prog-keyed-completion pic 9(8).

       SCREEN SECTION.

       01 PROGRESSION-PICK-SCREEN foreground-color 15 AUTO.
         03 PIC X(30) USING SP-MORTGAGE-NOTE foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 12 COL 66 PIC X FROM SP-MORTGAGE-SOURCE
            foreground-color 14.

         03 LINE 14 COL 2 "SEARCHES BACK      [".
         03 pic 99 using SP-SEARCHES-DAY foreground-color 10
         03 PIC X(30) USING SP-SEARCHES-NOTE foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 14 COL 66 PIC X FROM SP-SEARCHES-SOURCE
            foreground-color 14.

         03 LINE 16 COL 2 "EXCHANGE           [".
         03 pic 99 using SP-EXCHANGE-DAY foreground-color 10
         03 PIC X(30) USING SP-EXCHANGE-NOTE foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 16 COL 66 PIC X FROM SP-EXCHANGE-SOURCE
            foreground-color 14.

         03 LINE 18 COL 2 "COMPLETION         [".
         03 pic 99 using SP-COMPLETION-DAY foreground-color 10
         03 PIC X(30) USING SP-COMPLETION-NOTE foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 18 COL 66 PIC X FROM SP-COMPLETION-SOURCE
            foreground-color 14.

         03 line 20 col 2 foreground-color 14 value
            "S = date from the conveyancer's update file.".

         03 line 22 col 2 from ws-message foreground-color ws-color.

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value.

           display "LINK-OPEN-ID" upon environment-name
           move spaces to ws-link-open-input
           accept ws-link-open-input from environment-value
           if ws-link-open-input not = spaces
               display "LINK-OPEN-ID" upon environment-name
               display " " upon environment-value
               move function numval(ws-link-open-input) to
                 ws-prog-property-id
           end-if.

       PARA-700-PICK-PROPERTY.
           move 0 to ws-done
           move spaces to ws-message
           close sales-prog-file

           move SALES-PROG-RECORD to ws-audit-old-value
           move SP-SEARCHES-DATE to ws-prog-keyed-searches
           move SP-MORTGAGE-DATE to ws-prog-keyed-mortgage
           move SP-EXCHANGE-DATE to ws-prog-keyed-exchange
           move SP-COMPLETION-DATE to ws-prog-keyed-completion

           perform PARA-720-AMEND-PROGRESSION.

               end-if

               if key-code-1 = 1
                   perform PARA-730-MARK-KEYED-DATES
                   open i-o sales-prog-file
                   REWRITE SALES-PROG-RECORD
                   CLOSE sales-prog-file
                   move SALES-PROG-RECORD to ws-audit-new-value
                   perform Write-Audit-Log

                   if ws-prog-keyed-completion = 0 and
                     SP-COMPLETION-YEAR not = 0
                       move SP-PROPERTY-ID to WS-SURVEY-PROPERTY-ID
                       move "S" to WS-SURVEY-EVENT
                       compute WS-SURVEY-EVENT-DATE =
                         (SP-COMPLETION-YEAR * 10000) +
                         (SP-COMPLETION-MONTH * 100) +
                         SP-COMPLETION-DAY
                       call "SurveyInvite" using WS-SURVEY
                       perform PARA-725-ACCESS-CODES-CHANGE
                   end-if

                   move 1 to ws-done
               end-if


           move 0 to ws-done.

      *----------------------------------------------------------
      * The seller leaving knows the alarm and key safe codes, so
      * the codes are due a change. The prompt names the task.
      *----------------------------------------------------------
       PARA-725-ACCESS-CODES-CHANGE.

           move SP-PROPERTY-ID to WS-ACCCHG-PROPERTY-ID
           move "S" to WS-ACCCHG-EVENT
           call "AccessChange" using WS-ACCCHG
           if WS-ACCCHG-FLAGGED = 1
               display " "
               display "Sale completed - the alarm and key safe codes"
                 " for this property are due a change."
               if WS-ACCCHG-TASK-ID not = 0
                   display "Task " WS-ACCCHG-TASK-ID
                     " raised to have them changed."
               end-if
               display "Press ENTER to continue."
               accept ws-continue
           end-if.

      *----------------------------------------------------------
      * A date changed on this screen is a person's from now on.
      *----------------------------------------------------------
       PARA-730-MARK-KEYED-DATES.

           if SP-SEARCHES-DATE not = ws-prog-keyed-searches
               move space to SP-SEARCHES-SOURCE
           end-if
           if SP-MORTGAGE-DATE not = ws-prog-keyed-mortgage
               move space to SP-MORTGAGE-SOURCE
           end-if
           if SP-EXCHANGE-DATE not = ws-prog-keyed-exchange
               move space to SP-EXCHANGE-SOURCE
           end-if
           if SP-COMPLETION-DATE not = ws-prog-keyed-completion
               move space to SP-COMPLETION-SOURCE
           end-if.

       PARA-740-VERIFY-PROPERTY.
           move 0 to ws-valid-property
           move spaces to ws-property-valid-message
