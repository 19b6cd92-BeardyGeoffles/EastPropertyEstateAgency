      *SANCTIONSREVIEW.cbl
      *Review queue for the sanctions and politically exposed
      *persons screening (SANC-MATCH-FILE), where the possible
      *matches SanctionsScreen.cbl raises are decided. Reached from
      *the AML ID checks menu:
      *  1. Possible matches awaiting review.
      *  2. Decide a match - F false positive, T true match. A true
      *     match holds the party: OFFER-STATUS cannot reach
      *     accepted with them on the sale (Property.cbl,
      *     AmendProperty.cbl, OfferApprovals.cbl) and no client-
      *     account money goes to them (DepositLedger.cbl,
      *     CheckoutSettlement.cbl, DualAuthQueue.cbl,
      *     LandlordPaymentRun.cbl) - see SanctionsCheck.cpy.
      *  3. Clear a true match - once the supervisor or the list
      *     publisher allows dealings (a licence, a delisting).
      *  4. Parties held.
      *Deciding and clearing are for the compliance user - the
      *manager or admin role - and need a note saying why. Every
      *decision is audit-logged.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. SanctionsReview.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "sancmatchfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "sancmatchrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-decision pic x value space.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-match-found pic 9 value 0 comp.
       01 ws-work-match-id pic 9(6) value 0.
       01 ws-list-count pic 9(4) value 0.
       01 ws-show-status pic x value space.
       01 ws-date-disp pic x(10) value spaces.
       01 ws-date-show pic 9(8) value 0.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST SANCTIONS/PEP REVIEW QUEUE"
               display "----------------------------------------"
               display "1. POSSIBLE MATCHES AWAITING REVIEW"
               display "2. DECIDE A MATCH"
               display "3. CLEAR A TRUE MATCH"
               display "4. PARTIES HELD"
               display "5. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       move "P" to ws-show-status
                       perform PARA-100-LIST-MATCHES
                   when "2"
                       perform PARA-200-DECIDE-MATCH
                   when "3"
                       perform PARA-300-CLEAR-MATCH
                   when "4"
                       move "T" to ws-show-status
                       perform PARA-100-LIST-MATCHES
                   when "5"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

       PARA-100-LIST-MATCHES.

           display "MATCH  PARTY   NAME                 LIST"
             " REFERENCE    RULE RAISED"
           move 0 to ws-list-count
           move 0 to ws-end-of-file
           open input sanc-match-file
           perform until ws-end-of-file = 1
               read sanc-match-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SM-STATUS = ws-show-status
                           add 1 to ws-list-count
                           move SM-RAISED-DATE to ws-date-show
                           perform PARA-920-SHOW-DATE
                           display SM-ID " " SM-PARTY-TYPE SM-PARTY-ID
                             " " SM-PARTY-NAME " " SM-LIST-TYPE
                             "    " SM-LIST-REF " " SM-MATCH-RULE
                             "    " ws-date-disp
                       end-if
               end-read
           end-perform
           close sanc-match-file

           if ws-list-count = 0
               if ws-show-status = "P"
                   display "No possible matches awaiting review."
               else
                   display "No parties held."
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * The compliance user sets a possible match either way.
      *----------------------------------------------------------
       PARA-200-DECIDE-MATCH.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "Matches are decided by the compliance user"
                 " (manager or admin role)."
           else
               perform PARA-250-PICK-MATCH
               if ws-match-found = 1
                   if SM-STATUS not = "P"
                       display "That match has already been decided."
                   else
                       perform PARA-210-TAKE-DECISION
                   end-if
                   close sanc-match-file
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-210-TAKE-DECISION.

           display "(F)alse positive, (T)rue match, ENTER to leave:"
           move space to ws-decision
           accept ws-decision
           move function upper-case(ws-decision) to ws-decision

           if ws-decision = "F" or ws-decision = "T"
               perform PARA-260-TAKE-NOTE
               if ws-in-input = spaces
                   display "A note is needed - nothing changed."
               else
                   move SANC-MATCH-RECORD to ws-audit-old-value
                   move ws-decision to SM-STATUS
                   move ws-current-user-id to SM-DECIDED-BY
                   move function current-date(1:8) to SM-DECIDED-DATE
                   move function upper-case(ws-in-input) to SM-NOTE
                   rewrite SANC-MATCH-RECORD

                   move "SANCTION" to ws-audit-record-type
                   if ws-decision = "F"
                       move "FALSE" to ws-audit-action
                   else
                       move "TRUE" to ws-audit-action
                   end-if
                   move SM-ID to ws-audit-key
                   move spaces to ws-audit-new-value
                   string SM-PARTY-TYPE, SM-PARTY-ID, " ", SM-NOTE
                     delimited by size into ws-audit-new-value
                   perform Write-Audit-Log

                   if ws-decision = "F"
                       display "Marked a false positive."
                   else
                       display "Marked a true match - " SM-PARTY-NAME
                         " is held: no offer acceptance and no"
                         " client-account payments."
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
      * A true match comes off hold only when dealings are
      * allowed again; the note says on what authority.
      *----------------------------------------------------------
       PARA-300-CLEAR-MATCH.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "True matches are cleared by the compliance"
                 " user (manager or admin role)."
           else
               perform PARA-250-PICK-MATCH
               if ws-match-found = 1
                   if SM-STATUS not = "T"
                       display "That match is not a true match."
                   else
                       perform PARA-260-TAKE-NOTE
                       if ws-in-input = spaces
                           display "A note is needed - nothing"
                             " changed."
                       else
                           perform PARA-310-CLEAR-ONE
                       end-if
                   end-if
                   close sanc-match-file
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-310-CLEAR-ONE.

           move SANC-MATCH-RECORD to ws-audit-old-value
           move "C" to SM-STATUS
           move ws-current-user-id to SM-DECIDED-BY
           move function current-date(1:8) to SM-DECIDED-DATE
           move function upper-case(ws-in-input) to SM-NOTE
           rewrite SANC-MATCH-RECORD

           move "SANCTION" to ws-audit-record-type
           move "CLEAR" to ws-audit-action
           move SM-ID to ws-audit-key
           move spaces to ws-audit-new-value
           string SM-PARTY-TYPE, SM-PARTY-ID, " ", SM-NOTE
             delimited by size into ws-audit-new-value
           perform Write-Audit-Log

           display "True match cleared.".

      *----------------------------------------------------------
      * Leaves the queue open i-o on the match when one is found.
      *----------------------------------------------------------
       PARA-250-PICK-MATCH.

           move 0 to ws-match-found
           display "Match reference:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-work-match-id

           if ws-work-match-id not = 0
               open i-o sanc-match-file
               move ws-work-match-id to SM-ID
               read sanc-match-file
                   invalid key
                       display "No match with that reference."
                       close sanc-match-file
                   not invalid key
                       move 1 to ws-match-found
               end-read
           end-if

           if ws-match-found = 1
               display " "
               display "Party     " SM-PARTY-TYPE " " SM-PARTY-ID " "
                 SM-PARTY-NAME
               if SM-LIST-TYPE = "S"
                   display "List      SANCTIONS " SM-LIST-REF
               else
                   display "List      PEP " SM-LIST-REF
               end-if
               display "Listed as " SM-LIST-NAME
               if SM-MATCH-RULE = "N"
                   display "Matched   WHOLE NAME"
               else
                   display "Matched   SURNAME AND FIRST INITIAL"
               end-if
               display "Status    " SM-STATUS
               if SM-NOTE not = spaces
                   display "Note      " SM-NOTE
               end-if
           end-if.

       PARA-260-TAKE-NOTE.

           display "Note - what the decision rests on:"
           move spaces to ws-in-input
           accept ws-in-input.

       PARA-920-SHOW-DATE.

           move spaces to ws-date-disp
           if ws-date-show not = 0
               string ws-date-show(7:2), "/", ws-date-show(5:2), "/",
                 ws-date-show(1:4) delimited by size into ws-date-disp
           end-if.

       copy "AuditLogWrite.cpy".

       end program SanctionsReview.
