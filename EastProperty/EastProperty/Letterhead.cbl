      *LETTERHEAD.cbl
      *Letterhead maintenance - one LETTERHEAD-FILE record per branch
      *with the full office address, phone, email, company
      *registration and VAT numbers, redress scheme and client money
      *protection memberships and a two-line footer. Branch 00 is the
      *company letterhead every branch without its own falls back
      *to. Every document we send out - memorandum of sale, offer
      *letters, invoices and credit notes, landlord and tenant
      *statements, tenancy agreements, arrears and dunning letters
      *and the rest - prints its header and footer from here through
      *LetterheadLines.cbl, so a branch move or a change of scheme
      *is keyed once. A preview shows exactly what the documents
      *will print. Changes are audit-logged and need the admin flag.
      *Reached from the Office menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Letterhead.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "letterheadfile.cpy".
       copy "branchfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "letterheadrecord.cpy".
       copy "branchrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-letterhead.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-menu-pick pic x value spaces.
       01 ws-input pic x(12) value spaces.
       01 ws-list-count pic 99 value 0.
       01 ws-branch-input pic 99 value 0.
       01 ws-branch-ok pic 9 value 0 comp.
       01 ws-lhead-new pic 9 value 0 comp.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-field-label pic x(30) value spaces.
       01 ws-field-value pic x(78) value spaces.
       01 ws-field-input pic x(78) value spaces.

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
           display "     EAST LETTERHEADS"
           display "-----------------------------------------------"
           display "(L)ist letterheads, (S)et a branch's letterhead,"
           display "or (P)review one as the documents print it?"
           accept ws-menu-pick
           move function upper-case(ws-menu-pick) to ws-menu-pick

           evaluate ws-menu-pick
               when "L"
                   perform PARA-100-LIST-LETTERHEADS
               when "S"
                   perform PARA-200-SET-LETTERHEAD
               when "P"
                   perform PARA-300-PREVIEW
               when other
                   display "Nothing done."
           end-evaluate

           display " "
           display "Press ENTER to return to the menu."
           move spaces to ws-continue
           accept ws-continue

           goback.

       PARA-100-LIST-LETTERHEADS.

           move 0 to ws-end-of-file
           move 0 to ws-list-count

           display " "
           display "BR  NAME                                     "
             "POSTCODE  PHONE"

           open input letterhead-file

           perform until ws-end-of-file = 1
               read letterhead-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       display LHEAD-BRANCH-ID "  "
                         LHEAD-COMPANY-NAME " " LHEAD-POSTCODE
                         "  " LHEAD-PHONE
                       add 1 to ws-list-count
           end-perform

           close letterhead-file

           display ws-list-count " letterhead(s) on file."
           display "Branch 00 is the company letterhead, used by any"
           display "branch without its own.".

      *----------------------------------------------------------
      * Each item is offered with what is on file now: ENTER keeps
      * it, a single - clears it, anything else replaces it.
      *----------------------------------------------------------
       PARA-200-SET-LETTERHEAD.

           if not is-admin
               display "Setting a letterhead needs the admin flag."
               goback
           end-if

           perform PARA-250-ACCEPT-BRANCH
           if ws-branch-ok = 0
               goback
           end-if

           open i-o letterhead-file
           move ws-branch-input to LHEAD-BRANCH-ID
           read letterhead-file
               invalid key
                   move 1 to ws-lhead-new
                   initialize LETTERHEAD-RECORD
                   move ws-branch-input to LHEAD-BRANCH-ID
               not invalid key
                   move 0 to ws-lhead-new
           end-read

           move "Trading name (40)" to ws-field-label
           move LHEAD-COMPANY-NAME to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-COMPANY-NAME

           move "Address line 1 (30)" to ws-field-label
           move LHEAD-AL1 to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-AL1

           move "Address line 2 (30)" to ws-field-label
           move LHEAD-AL2 to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-AL2

           move "Address line 3 (30)" to ws-field-label
           move LHEAD-AL3 to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-AL3

           move "Address line 4 (30)" to ws-field-label
           move LHEAD-AL4 to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-AL4

           move "Postcode (8)" to ws-field-label
           move LHEAD-POSTCODE to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-POSTCODE

           move "Phone (11)" to ws-field-label
           move LHEAD-PHONE to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-PHONE

           move "Email (40)" to ws-field-label
           move LHEAD-EMAIL to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-EMAIL

           move "Company registration no (10)" to ws-field-label
           move LHEAD-COMPANY-REG to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-COMPANY-REG

           move "VAT registration no (14)" to ws-field-label
           move LHEAD-VAT-NO to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-VAT-NO

           move "Redress scheme (30)" to ws-field-label
           move LHEAD-REDRESS-SCHEME to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-REDRESS-SCHEME

           move "Redress membership no (12)" to ws-field-label
           move LHEAD-REDRESS-NO to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-REDRESS-NO

           move "CMP scheme (30)" to ws-field-label
           move LHEAD-CMP-SCHEME to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-CMP-SCHEME

           move "CMP membership no (12)" to ws-field-label
           move LHEAD-CMP-NO to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-CMP-NO

           move "Footer line 1 (78)" to ws-field-label
           move LHEAD-FOOTER-1 to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-FOOTER-1

           move "Footer line 2 (78)" to ws-field-label
           move LHEAD-FOOTER-2 to ws-field-value
           perform PARA-260-KEY-FIELD
           move ws-field-value to LHEAD-FOOTER-2

           move ws-current-user-id to LHEAD-UPDATED-BY
           move function current-date(1:8) to LHEAD-UPDATED-DATE

           if ws-lhead-new = 1
               write LETTERHEAD-RECORD
               move "ADD" to ws-audit-action
           else
               rewrite LETTERHEAD-RECORD
               move "AMEND" to ws-audit-action
           end-if
           close letterhead-file

           move "LHEAD" to ws-audit-record-type
           move ws-branch-input to ws-audit-key
           move spaces to ws-audit-old-value
           string "BRANCH ", ws-branch-input, " LETTERHEAD" into
             ws-audit-old-value
           move spaces to ws-audit-new-value
           string LHEAD-COMPANY-NAME(1:30), " ", LHEAD-POSTCODE
             into ws-audit-new-value
           perform Write-Audit-Log

           display "Letterhead for branch " ws-branch-input " saved."
           perform PARA-310-SHOW-LINES.

      *----------------------------------------------------------
      * Branch 00 needs no BRANCH-FILE record; any other branch
      * must be on the branch register first.
      *----------------------------------------------------------
       PARA-250-ACCEPT-BRANCH.

           move 0 to ws-branch-ok
           display "Branch number (00 = company letterhead):"
           move spaces to ws-input
           accept ws-input
           move function numval(ws-input) to ws-branch-input
           if ws-branch-input = 0
               move 1 to ws-branch-ok
           else
               open input branch-file
               move ws-branch-input to BRANCH-ID
               read branch-file
                   invalid key
                       display "No branch with that number."
                   not invalid key
                       move 1 to ws-branch-ok
                       display "Branch " BRANCH-NAME
               end-read
               close branch-file
           end-if.

       PARA-260-KEY-FIELD.

           display function trim(ws-field-label) " ["
             function trim(ws-field-value) "]:"
           move spaces to ws-field-input
           accept ws-field-input
           if ws-field-input = "-"
               move spaces to ws-field-value
           else
               if ws-field-input not = spaces
                   move ws-field-input to ws-field-value
               end-if
           end-if.

       PARA-300-PREVIEW.

           perform PARA-250-ACCEPT-BRANCH
           if ws-branch-ok = 1
               perform PARA-310-SHOW-LINES
           end-if.

       PARA-310-SHOW-LINES.

           move ws-branch-input to WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           display " "
           display "----------------------------------------"
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               display function trim(WS-LHEAD-HEAD-LINE(ws-lhead-idx)
                 trailing)
           end-perform
           display "----------------------------------------"
           display "   ... document ..."
           display "----------------------------------------"
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               display function trim(WS-LHEAD-FOOT-LINE(ws-lhead-idx)
                 trailing)
           end-perform
           display "----------------------------------------".

       copy "AuditLogWrite.cpy".

       end program Letterhead.
