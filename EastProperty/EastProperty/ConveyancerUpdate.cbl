      *CONVEYANCERUPDATE.cbl
      *Imports the daily milestone update files the larger
      *conveyancing firms send, in place of phoning round for them.
      *Each firm's file is CONVUPD.nnnn, nnnn being its SOLICITOR-ID
      *on our solicitor file; every firm on file is tried and a
      *firm that sent nothing is passed over. A row is one sale:
      *  their matter ref,address line 1,postcode,searches,
      *  mortgage offer,exchange,completion
      *with the dates as yyyymmdd and left empty while a milestone
      *is still outstanding. The row is matched to a live sale
      *(offer accepted or sold) on which the firm acts for either
      *side (PROP-BUYER-SOLICITOR-ID or PROP-SELLER-SOLICITOR-ID),
      *by postcode and first address line, spaces squeezed out.
      *An empty date on SALES-PROG-FILE is filled and flagged as
      *from the firm (SP-...-SOURCE = S); a date that came from a
      *firm's file before is revised if the firm has moved it; a
      *date keyed by a person is never overwritten - a different
      *date from the firm goes on the date-stamped CONVREV review
      *list, along with rows that match no sale, more than one, or
      *carry a date that cannot be read. Each sale changed is
      *audit-logged. Reached from the Property menu.
      *A completion date filled in from a firm's file sends the
      *seller and buyer a satisfaction survey invitation
      *(SurveyInvite.cbl), as keying it on the progression screen
      *does, and marks the property's alarm and key safe codes due
      *a change with a task to the negotiator (AccessChange.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ConveyancerUpdate.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "propertyfile.cpy".
       copy "salesprogfile.cpy".
       copy "solicitorfile.cpy".
       copy "auditfile.cpy".

           select optional conv-update-file assign to ws-update-name
               organization is line sequential.
           select optional conv-review-file assign to ws-review-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "salesprogrecord.cpy".
       copy "solicitorrecord.cpy".
       copy "auditrecord.cpy".

       FD conv-update-file.
       01 conv-update-line pic x(200).

       FD conv-review-file.
       01 conv-review-line pic x(200).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-survey.cpy".
       copy "ws-accesschg.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-sol-eof pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-confirm pic x value spaces.
       01 ws-update-name pic x(20) value spaces.
       01 ws-review-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-firms-sending pic 9(4) value 0.
       01 ws-firm-rows pic 9(6) value 0.
       01 ws-rows-read pic 9(6) value 0.
       01 ws-rows-matched pic 9(6) value 0.
       01 ws-sales-changed pic 9(6) value 0.
       01 ws-dates-filled pic 9(6) value 0.
       01 ws-dates-revised pic 9(6) value 0.
       01 ws-rows-review pic 9(6) value 0.
       01 ws-surveys-queued pic 9(6) value 0.
       01 ws-codes-flagged pic 9(6) value 0.
       01 ws-old-completion pic 9(8) value 0.

      *Live sales with a firm instructed, loaded once.
       01 ws-sale-count pic 9(4) value 0 comp.
       01 ws-sale-idx pic 9(4) value 0 comp.
       01 ws-sale-table occurs 2000 times.
         03 st-property-id pic 9(6).
         03 st-buyer-sol pic 9(4).
         03 st-seller-sol pic 9(4).
         03 st-norm-postcode pic x(7).
         03 st-norm-al1 pic x(25).

       01 ws-norm-in-postcode pic x(8) value spaces.
       01 ws-norm-in-al1 pic x(25) value spaces.
       01 ws-norm-postcode pic x(7) value spaces.
       01 ws-norm-al1 pic x(25) value spaces.
       01 ws-norm-len pic 99 value 0 comp.
       01 ws-norm-idx pic 99 value 0 comp.

       01 ws-cu-col.
         03 ws-cu-matter pic x(20).
         03 ws-cu-al1 pic x(25).
         03 ws-cu-postcode pic x(8).
         03 ws-cu-searches pic x(8).
         03 ws-cu-mortgage pic x(8).
         03 ws-cu-exchange pic x(8).
         03 ws-cu-completion pic x(8).

       01 ws-match-count pic 9(4) value 0 comp.
       01 ws-match-property-id pic 9(6) value 0.
       01 ws-row-ok pic 9 value 0 comp.
       01 ws-review-reason pic x(50) value spaces.
       01 ws-sale-changed pic 9 value 0 comp.
       01 ws-sp-new pic 9 value 0 comp.

      *One milestone at a time through PARA-400.
       01 ws-mile-name pic x(10) value spaces.
       01 ws-mile-in pic x(8) value spaces.
       01 ws-mile-ymd pic 9(8) value 0.
       01 ws-mile-new.
         03 ws-mile-new-day pic 99.
         03 ws-mile-new-month pic 99.
         03 ws-mile-new-year pic 9999.
       01 ws-mile-cur.
         03 ws-mile-cur-day pic 99.
         03 ws-mile-cur-month pic 99.
         03 ws-mile-cur-year pic 9999.
       01 ws-mile-source pic x value spaces.
       01 ws-mile-note pic x(30) value spaces.
       01 ws-mile-ok pic 9 value 0 comp.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST CONVEYANCER MILESTONE UPDATES"
           display "-----------------------------------------------"
           display "Apply the firms' update files (CONVUPD.nnnn) to"
           display "sales progression now? (Y/N)"
           move spaces to ws-confirm
           accept ws-confirm
           if function upper-case(ws-confirm) not = "Y"
               display "Nothing imported."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           perform PARA-100-LOAD-SALES
           display ws-sale-count " live sale(s) with a firm instructed."

           move function current-date(1:8) to ws-date-stamp
           string "CONVREV.", ws-date-stamp into ws-review-name

           open extend conv-review-file
           open i-o sales-prog-file
           open input solicitor-file

           move 0 to ws-sol-eof
           perform until ws-sol-eof = 1
               read solicitor-file next record
                   at end
                       move 1 to ws-sol-eof
                   not at end
                       perform PARA-200-READ-FIRM-FILE
           end-perform

           close solicitor-file
           close sales-prog-file
           close conv-review-file

           display "-----------------------------------------------"
           display "Firms with an update file  " ws-firms-sending
           display "Rows read                  " ws-rows-read
           display "Rows matched to a sale     " ws-rows-matched
           display "Sales changed              " ws-sales-changed
           display "Dates filled in            " ws-dates-filled
           display "Dates revised by the firm  " ws-dates-revised
           display "Review list entries        " ws-rows-review
           display "Survey invitations queued  " ws-surveys-queued
           display "Access codes due a change  " ws-codes-flagged
           display "Review list written to " ws-review-name
           display "-----------------------------------------------"
           display " "
           display "Press ENTER to return to the menu."
           accept ws-continue

           goback.

       PARA-100-LOAD-SALES.

           move 0 to ws-sale-count
           move 0 to ws-end-of-file

           open input property-file
           perform Check-Property-Open

           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if (OFFER-STATUS = "S" or OFFER-STATUS = "O")
                         and (PROP-BUYER-SOLICITOR-ID not = 0 or
                         PROP-SELLER-SOLICITOR-ID not = 0)
                         and ws-sale-count < 2000
                           add 1 to ws-sale-count
                           move PROPERTY-ID to
                             st-property-id(ws-sale-count)
                           move PROP-BUYER-SOLICITOR-ID to
                             st-buyer-sol(ws-sale-count)
                           move PROP-SELLER-SOLICITOR-ID to
                             st-seller-sol(ws-sale-count)
                           move PROPERTY-POSTCODE to ws-norm-in-postcode
                           move PROPERTY-AL1 to ws-norm-in-al1
                           perform PARA-750-NORMALISE-ADDRESS
                           move ws-norm-postcode to
                             st-norm-postcode(ws-sale-count)
                           move ws-norm-al1 to
                             st-norm-al1(ws-sale-count)
                       end-if
           end-perform

           close property-file.

       PARA-200-READ-FIRM-FILE.

           move spaces to ws-update-name
           string "CONVUPD.", SOLICITOR-ID delimited by size
             into ws-update-name
           move 0 to ws-firm-rows
           move 0 to ws-end-of-file

           open input conv-update-file
           perform until ws-end-of-file = 1
               read conv-update-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if conv-update-line not = spaces
                           add 1 to ws-rows-read
                           add 1 to ws-firm-rows
                           perform PARA-300-APPLY-ONE-ROW
                       end-if
           end-perform
           close conv-update-file

           if ws-firm-rows > 0
               add 1 to ws-firms-sending
               display SOLICITOR-FIRM " " ws-firm-rows " row(s)"
           end-if.

       PARA-300-APPLY-ONE-ROW.

           initialize ws-cu-col
           unstring conv-update-line delimited by ","
             into ws-cu-matter ws-cu-al1 ws-cu-postcode
               ws-cu-searches ws-cu-mortgage ws-cu-exchange
               ws-cu-completion
           end-unstring

           move ws-cu-postcode to ws-norm-in-postcode
           move ws-cu-al1 to ws-norm-in-al1
           perform PARA-750-NORMALISE-ADDRESS

           move 0 to ws-match-count
           move 0 to ws-match-property-id
           perform varying ws-sale-idx from 1 by 1
             until ws-sale-idx > ws-sale-count
               if (st-buyer-sol(ws-sale-idx) = SOLICITOR-ID or
                 st-seller-sol(ws-sale-idx) = SOLICITOR-ID) and
                 st-norm-postcode(ws-sale-idx) = ws-norm-postcode and
                 st-norm-al1(ws-sale-idx) = ws-norm-al1
                   add 1 to ws-match-count
                   move st-property-id(ws-sale-idx) to
                     ws-match-property-id
               end-if
           end-perform

           evaluate ws-match-count
               when 0
                   move "NO LIVE SALE FOR THIS FIRM AT ADDRESS" to
                     ws-review-reason
                   perform PARA-390-REVIEW-ROW
               when 1
                   add 1 to ws-rows-matched
                   perform PARA-350-UPDATE-SALE
               when other
                   move "MORE THAN ONE SALE MATCHES" to
                     ws-review-reason
                   perform PARA-390-REVIEW-ROW
           end-evaluate.

      *----------------------------------------------------------
      * The record is made here if the sale has never been opened
      * on the progression screen, as that screen would make it.
      *----------------------------------------------------------
       PARA-350-UPDATE-SALE.

           move 0 to ws-sale-changed
           move 0 to ws-sp-new
           move ws-match-property-id to SP-PROPERTY-ID
           read sales-prog-file
               invalid key
                   initialize SALES-PROG-RECORD
                   move ws-match-property-id to SP-PROPERTY-ID
                   move 1 to ws-sp-new
           end-read

           move spaces to ws-audit-old-value
           string "SRCH ", SP-SEARCHES-DATE, " MORT ",
             SP-MORTGAGE-DATE, " EXCH ", SP-EXCHANGE-DATE,
             " COMP ", SP-COMPLETION-DATE delimited by size
             into ws-audit-old-value

           move "SEARCHES" to ws-mile-name
           move ws-cu-searches to ws-mile-in
           move SP-SEARCHES-DATE to ws-mile-cur
           move SP-SEARCHES-SOURCE to ws-mile-source
           move SP-SEARCHES-NOTE to ws-mile-note
           perform PARA-400-APPLY-MILESTONE
           move ws-mile-cur to SP-SEARCHES-DATE
           move ws-mile-source to SP-SEARCHES-SOURCE
           move ws-mile-note to SP-SEARCHES-NOTE

           move "MORTGAGE" to ws-mile-name
           move ws-cu-mortgage to ws-mile-in
           move SP-MORTGAGE-DATE to ws-mile-cur
           move SP-MORTGAGE-SOURCE to ws-mile-source
           move SP-MORTGAGE-NOTE to ws-mile-note
           perform PARA-400-APPLY-MILESTONE
           move ws-mile-cur to SP-MORTGAGE-DATE
           move ws-mile-source to SP-MORTGAGE-SOURCE
           move ws-mile-note to SP-MORTGAGE-NOTE

           move "EXCHANGE" to ws-mile-name
           move ws-cu-exchange to ws-mile-in
           move SP-EXCHANGE-DATE to ws-mile-cur
           move SP-EXCHANGE-SOURCE to ws-mile-source
           move SP-EXCHANGE-NOTE to ws-mile-note
           perform PARA-400-APPLY-MILESTONE
           move ws-mile-cur to SP-EXCHANGE-DATE
           move ws-mile-source to SP-EXCHANGE-SOURCE
           move ws-mile-note to SP-EXCHANGE-NOTE

           move "COMPLETION" to ws-mile-name
           move SP-COMPLETION-DATE to ws-old-completion
           move ws-cu-completion to ws-mile-in
           move SP-COMPLETION-DATE to ws-mile-cur
           move SP-COMPLETION-SOURCE to ws-mile-source
           move SP-COMPLETION-NOTE to ws-mile-note
           perform PARA-400-APPLY-MILESTONE
           move ws-mile-cur to SP-COMPLETION-DATE
           move ws-mile-source to SP-COMPLETION-SOURCE
           move ws-mile-note to SP-COMPLETION-NOTE

           if ws-sale-changed = 1
               if ws-sp-new = 1
                   write SALES-PROG-RECORD
               else
                   rewrite SALES-PROG-RECORD
               end-if
               add 1 to ws-sales-changed

               move "SALESPROG" to ws-audit-record-type
               move "CONVUP" to ws-audit-action
               move SP-PROPERTY-ID to ws-audit-key
               move spaces to ws-audit-new-value
               string "SRCH ", SP-SEARCHES-DATE, " MORT ",
                 SP-MORTGAGE-DATE, " EXCH ", SP-EXCHANGE-DATE,
                 " COMP ", SP-COMPLETION-DATE delimited by size
                 into ws-audit-new-value
               perform Write-Audit-Log

               if ws-old-completion = 0 and SP-COMPLETION-YEAR not = 0
                   move SP-PROPERTY-ID to WS-SURVEY-PROPERTY-ID
                   move "S" to WS-SURVEY-EVENT
                   compute WS-SURVEY-EVENT-DATE =
                     (SP-COMPLETION-YEAR * 10000) +
                     (SP-COMPLETION-MONTH * 100) + SP-COMPLETION-DAY
                   call "SurveyInvite" using WS-SURVEY
                   add WS-SURVEY-QUEUED to ws-surveys-queued
                   move SP-PROPERTY-ID to WS-ACCCHG-PROPERTY-ID
                   move "S" to WS-ACCCHG-EVENT
                   call "AccessChange" using WS-ACCCHG
                   add WS-ACCCHG-FLAGGED to ws-codes-flagged
               end-if
           end-if.

      *----------------------------------------------------------
      * Empty on file: fill it. Same date: nothing to do. A date
      * the firms gave us before: take the firm's latest. A date a
      * person keyed: leave it and put the difference on review.
      *----------------------------------------------------------
       PARA-400-APPLY-MILESTONE.

           if ws-mile-in not = spaces and ws-mile-in not = "00000000"
               perform PARA-410-CHECK-DATE
               if ws-mile-ok = 0
                   move spaces to ws-review-reason
                   string ws-mile-name delimited by space,
                     " DATE UNREADABLE" delimited by size
                     into ws-review-reason
                   perform PARA-390-REVIEW-ROW
               else
                   if ws-mile-cur = 0
                       move ws-mile-new to ws-mile-cur
                       move "S" to ws-mile-source
                       if ws-mile-note = spaces
                           string "PER " SOLICITOR-FIRM
                             delimited by size into ws-mile-note
                       end-if
                       move 1 to ws-sale-changed
                       add 1 to ws-dates-filled
                   else
                       if ws-mile-cur not = ws-mile-new
                           if ws-mile-source = "S"
                               move ws-mile-new to ws-mile-cur
                               move 1 to ws-sale-changed
                               add 1 to ws-dates-revised
                           else
                               move spaces to ws-review-reason
                               string ws-mile-name delimited by space,
                                 " KEYED ", ws-mile-cur-day, "/",
                                 ws-mile-cur-month, "/",
                                 ws-mile-cur-year, " FIRM ",
                                 ws-mile-new-day, "/",
                                 ws-mile-new-month, "/",
                                 ws-mile-new-year delimited by size
                                 into ws-review-reason
                               perform PARA-390-REVIEW-ROW
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

       PARA-410-CHECK-DATE.

           move 0 to ws-mile-ok
           if ws-mile-in is numeric
               move ws-mile-in to ws-mile-ymd
               move ws-mile-ymd(1:4) to ws-mile-new-year
               move ws-mile-ymd(5:2) to ws-mile-new-month
               move ws-mile-ymd(7:2) to ws-mile-new-day
               if ws-mile-new-month >= 1 and ws-mile-new-month <= 12
                 and ws-mile-new-day >= 1 and ws-mile-new-day <= 31
                 and ws-mile-new-year >= 2000
                   move 1 to ws-mile-ok
               end-if
           end-if.

       PARA-390-REVIEW-ROW.

           add 1 to ws-rows-review
           move spaces to conv-review-line
           string ws-review-reason, " ", SOLICITOR-ID, " ",
             SOLICITOR-FIRM, " PROP ", ws-match-property-id, " ROW: ",
             conv-update-line delimited by size into conv-review-line
           write conv-review-line.

      *----------------------------------------------------------
      * Spaces squeezed out and upper cased on both sides, so
      * "12 High St" from the firm finds "12 HIGH ST" on file.
      *----------------------------------------------------------
       PARA-750-NORMALISE-ADDRESS.

           move spaces to ws-norm-postcode
           move 0 to ws-norm-len
           perform varying ws-norm-idx from 1 by 1
             until ws-norm-idx > 8
               if ws-norm-in-postcode(ws-norm-idx:1) not = space
                   add 1 to ws-norm-len
                   move function upper-case(
                     ws-norm-in-postcode(ws-norm-idx:1)) to
                     ws-norm-postcode(ws-norm-len:1)
               end-if
           end-perform

           move spaces to ws-norm-al1
           move 0 to ws-norm-len
           perform varying ws-norm-idx from 1 by 1
             until ws-norm-idx > 25
               if ws-norm-in-al1(ws-norm-idx:1) not = space
                   add 1 to ws-norm-len
                   move function upper-case(
                     ws-norm-in-al1(ws-norm-idx:1)) to
                     ws-norm-al1(ws-norm-len:1)
               end-if
           end-perform.

       copy "AuditLogWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program ConveyancerUpdate.
