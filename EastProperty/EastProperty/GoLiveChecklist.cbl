      *GOLIVECHECKLIST.cbl
      *The go-live checklist for one instruction - what still stands
      *between it and the market (GoLiveCheck.cpy): terms signed,
      *seller AML passed, EPC on the certificate register, a photo,
      *the particulars rooms, the board ordered and the seller's
      *consent recorded. Until every item is met, or a manager
      *overrides with a reason, Property.cbl and AmendProperty.cbl
      *will not take OFFER-STATUS to "L". From here the board can be
      *ordered (BoardOrderWrite.cpy), the property opened to work on
      *the rest (AmendProperty.cbl), and - for the manager or admin
      *role - an override recorded on GO-LIVE-FILE with the reason.
      *Board orders and overrides are audit-logged as GOLIVE/BOARD
      *and GOLIVE/OVERRD. Reached from the Property menu; see
      *GoLiveReport.cbl for the morning list of stuck instructions.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. GoLiveChecklist.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "propertyfile.cpy".
       copy "sellerfile.cpy".
       copy "termsfile.cpy".
       copy "amlfile.cpy".
       copy "certfile.cpy".
       copy "particularsfile.cpy".
       copy "boardfile.cpy".
       copy "golivefile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "sellerrecord.cpy".
       copy "termsrecord.cpy".
       copy "amlrecord.cpy".
       copy "certrecord.cpy".
       copy "particularsrecord.cpy".
       copy "boardrecord.cpy".
       copy "goliverecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-board.cpy".
       copy "ws-marketcheck.cpy".
       copy "ws-golive.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(50) value spaces.
       01 ws-property-id pic 9(6) value 0.
       01 ws-property-found pic 9 value 0 comp.
       01 ws-work-done pic 9 value 0 comp.
       01 ws-status-words pic x(20) value spaces.
       01 ws-met-words pic x(9) value spaces.
       01 ws-override-found pic 9 value 0 comp.

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
               display "     EAST GO-LIVE CHECKLIST"
               display "----------------------------------------"
               display "Property reference (blank to return):"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input = spaces
                   goback
               end-if
               move function numval(ws-in-input) to ws-property-id
               perform PARA-100-READ-PROPERTY
               if ws-property-found = 0
                   display "No property with that reference."
                   display "Press ENTER to continue."
                   accept ws-continue
               else
                   perform PARA-150-WORK-PROPERTY
               end-if
           end-perform.

       PARA-100-READ-PROPERTY.

           move 0 to ws-property-found
           open input property-file
           perform Check-Property-Open
           move ws-property-id to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-property-found
           end-read
           close property-file.

      *----------------------------------------------------------
      * The checklist is worked out afresh after every action, so
      * what shows is always what the listing screens would find.
      *----------------------------------------------------------
       PARA-150-WORK-PROPERTY.

           move 0 to ws-work-done
           perform until ws-work-done = 1
               perform PARA-100-READ-PROPERTY
               perform Check-Go-Live
               perform PARA-200-SHOW-CHECKLIST
               display "B - order the board, O - override (manager),"
                 " A - open the property,"
               display "ENTER to go back:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate function upper-case(ws-menu-input)
                   when "B"
                       perform PARA-300-ORDER-BOARD
                   when "O"
                       perform PARA-400-OVERRIDE
                   when "A"
                       call "AmendProperty" using ws-property-id
                   when other
                       move 1 to ws-work-done
               end-evaluate
           end-perform.

       PARA-200-SHOW-CHECKLIST.

           evaluate OFFER-STATUS of property-record
               when space
                   move "PRE-MARKET" to ws-status-words
               when "L"
                   move "LISTED" to ws-status-words
               when "O"
                   move "UNDER OFFER" to ws-status-words
               when "P"
                   move "AWAITING APPROVAL" to ws-status-words
               when "S"
                   move "SOLD" to ws-status-words
               when "W"
                   move "WITHDRAWN" to ws-status-words
               when other
                   move OFFER-STATUS of property-record to
                     ws-status-words
           end-evaluate

           display " "
           display "PROPERTY " property-id of property-record " "
             PROPERTY-AL1 of property-record " "
             PROPERTY-POSTCODE of property-record
           display "STATUS   " ws-status-words
           display " "
           perform varying WS-GOLIVE-IDX from 1 by 1
             until WS-GOLIVE-IDX > 7
               if WS-GOLIVE-MET(WS-GOLIVE-IDX) = 1
                   move "MET" to ws-met-words
               else
                   move "MISSING" to ws-met-words
               end-if
               display "  " WS-GOLIVE-IDX ". "
                 WS-GOLIVE-ITEM-NAME(WS-GOLIVE-IDX) " " ws-met-words
           end-perform
           display " "

           if WS-GOLIVE-READY = 1
               display "Every item is met - the property may be"
                 " listed."
           else
               display WS-GOLIVE-GAP-COUNT " item(s) outstanding -"
                 " held up by " WS-GOLIVE-FIRST-GAP
               if WS-GOLIVE-OVERRIDDEN = 1
                   display "Manager override on file: "
                     WS-GOLIVE-OVERRIDE-REASON
               end-if
           end-if.

      *----------------------------------------------------------
      * The board goes up ahead of the launch; listing the
      * property later leaves a board already ordered or up alone.
      *----------------------------------------------------------
       PARA-300-ORDER-BOARD.

           if WS-GOLIVE-MET(6) = 1
               display "The board is already ordered or up."
           else
               move property-id of property-record to
                 WS-BOARD-PROPERTY-ID
               move "O" to WS-BOARD-NEW-STATUS
               perform Write-Board-Order

               move "GOLIVE" to ws-audit-record-type
               move "BOARD" to ws-audit-action
               move property-id of property-record to ws-audit-key
               move spaces to ws-audit-old-value
               string "BOARD-STATUS ", WS-GOLIVE-BOARD-STATUS
                 delimited by size into ws-audit-old-value
               move "BOARD-STATUS O - ORDERED BEFORE LISTING" to
                 ws-audit-new-value
               perform Write-Audit-Log

               display "Board ordered."
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * A manager may let an instruction onto the market short of
      * the checklist, but only with a reason on record.
      *----------------------------------------------------------
       PARA-400-OVERRIDE.

           if not (is-admin or role-is-manager or
             role-is-admin-role)
               display "Overrides need the manager or admin role."
           else
               if WS-GOLIVE-READY = 1
                   display "Nothing to override - every item is met."
               else
                   display "Reason for listing with "
                     WS-GOLIVE-FIRST-GAP " outstanding:"
                   move spaces to ws-in-input
                   accept ws-in-input
                   if ws-in-input = spaces
                       display "A reason is needed - no override"
                         " recorded."
                   else
                       perform PARA-410-WRITE-OVERRIDE
                   end-if
               end-if
           end-if
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-410-WRITE-OVERRIDE.

           move 0 to ws-override-found
           open i-o go-live-file
           move property-id of property-record to GOLIVE-PROPERTY-ID
           read go-live-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-override-found
           end-read

           move property-id of property-record to GOLIVE-PROPERTY-ID
           move ws-current-user-id to GOLIVE-OVERRIDE-USER-ID
           move function current-date(1:8) to GOLIVE-OVERRIDE-DATE
           move function upper-case(ws-in-input) to
             GOLIVE-OVERRIDE-REASON
           if ws-override-found = 1
               rewrite GO-LIVE-RECORD
           else
               write GO-LIVE-RECORD
           end-if
           close go-live-file

           move "GOLIVE" to ws-audit-record-type
           move "OVERRD" to ws-audit-action
           move property-id of property-record to ws-audit-key
           move spaces to ws-audit-old-value
           string WS-GOLIVE-GAP-COUNT, " ITEM(S) OUTSTANDING - ",
             WS-GOLIVE-FIRST-GAP delimited by size into
             ws-audit-old-value
           move GOLIVE-OVERRIDE-REASON to ws-audit-new-value
           perform Write-Audit-Log

           display "Override recorded - the property may now be"
             " listed.".

       copy "GoLiveCheck.cpy".
       copy "MarketingCheck.cpy".
       copy "BoardOrderWrite.cpy".
       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program GoLiveChecklist.
