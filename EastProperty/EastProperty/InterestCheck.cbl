      *INTERESTCHECK.cbl
      *Declared-interest check on a deal. Called with the
      *WS-INTCHK block (ws-interestchk.cpy) by offer entry
      *(Write-Offer-Hist in OfferHistWrite.cpy), offer acceptance
      *in OfferApprovals.cbl and MemorandumOfSale.cbl, and silently
      *by StaffInterests.cbl for the disclosure letter and the
      *compliance report. Every active declaration on
      *STAFF-INTEREST-FILE naming the buyer, the seller, any joint
      *owner on JOINT-OWNER-FILE or the tenant counts. Unless the
      *caller asks for silence, each one is shown to the keyer as a
      *warning and logged on the audit trail (INTEREST, with the
      *context as the action), and the keyer is told a disclosure
      *letter is needed. The deal itself is never blocked -
      *disclosure is the obligation, not refusal.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. InterestCheck.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "staffintfile.cpy".
       copy "jointownerfile.cpy".
       copy "userfile.cpy".
       copy "auditfile.cpy".

       data division.

       FILE SECTION.
       copy "staffintrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "userrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".

       01 ws-si-eof pic 9 value 0 comp.
       01 ws-jo-eof pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-match pic 9 value 0 comp.
       01 ws-staff-name pic x(10) value spaces.
       01 ws-party-words pic x(6) value spaces.

       01 ws-owner-count pic 99 value 0.
       01 ws-owner-idx pic 99 value 0.
       01 ws-owner-table.
         03 ws-owner-seller-id pic 9(6) occurs 20 times.

       linkage section.

       copy "ws-interestchk.cpy".

       procedure division using WS-INTCHK.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move 0 to WS-INTCHK-FOUND
           move 0 to WS-INTCHK-DECL-ID
           move 0 to WS-INTCHK-USER-ID
           move space to WS-INTCHK-PARTY-TYPE
           move 0 to WS-INTCHK-PARTY-ID
           move spaces to WS-INTCHK-RELATIONSHIP

           perform PARA-100-LOAD-JOINT-OWNERS
           perform PARA-200-SCAN-DECLARATIONS

           if WS-INTCHK-FOUND > 0 and WS-INTCHK-SILENT not = 1
               display "  A disclosure letter is required - issue it"
                 " from Staff Interests on the Office menu."
               display "  Press ENTER to continue."
               accept ws-continue
           end-if

           goback.

       PARA-100-LOAD-JOINT-OWNERS.

           move 0 to ws-owner-count
           move 0 to ws-jo-eof

           if WS-INTCHK-PROPERTY-ID not = 0
               open input joint-owner-file
               perform until ws-jo-eof = 1
                   read joint-owner-file next record
                       at end
                           move 1 to ws-jo-eof
                       not at end
                           if JO-PROPERTY-ID = WS-INTCHK-PROPERTY-ID
                             and ws-owner-count < 20
                               add 1 to ws-owner-count
                               move JO-SELLER-ID to
                                 ws-owner-seller-id(ws-owner-count)
                           end-if
               end-perform
               close joint-owner-file
           end-if.

       PARA-200-SCAN-DECLARATIONS.

           move 0 to ws-si-eof

           open input staff-interest-file
           perform until ws-si-eof = 1
               read staff-interest-file next record
                   at end
                       move 1 to ws-si-eof
                   not at end
                       if SI-STATUS = "A"
                           perform PARA-300-MATCH-DECLARATION
                           if ws-match = 1
                               perform PARA-400-RECORD-MATCH
                           end-if
                       end-if
           end-perform
           close staff-interest-file.

       PARA-300-MATCH-DECLARATION.

           move 0 to ws-match

           evaluate SI-PARTY-TYPE
               when "B"
                   if WS-INTCHK-BUYER-ID not = 0 and
                     SI-PARTY-ID = WS-INTCHK-BUYER-ID
                       move 1 to ws-match
                   end-if
               when "S"
                   if WS-INTCHK-SELLER-ID not = 0 and
                     SI-PARTY-ID = WS-INTCHK-SELLER-ID
                       move 1 to ws-match
                   end-if
                   perform varying ws-owner-idx from 1 by 1
                     until ws-owner-idx > ws-owner-count
                       if SI-PARTY-ID =
                         ws-owner-seller-id(ws-owner-idx)
                           move 1 to ws-match
                       end-if
                   end-perform
               when "T"
                   if WS-INTCHK-TENANT-ID not = 0 and
                     SI-PARTY-ID = WS-INTCHK-TENANT-ID
                       move 1 to ws-match
                   end-if
               when other
                   continue
           end-evaluate.

       PARA-400-RECORD-MATCH.

           add 1 to WS-INTCHK-FOUND
           if WS-INTCHK-FOUND = 1
               move SI-ID to WS-INTCHK-DECL-ID
               move SI-USER-ID to WS-INTCHK-USER-ID
               move SI-PARTY-TYPE to WS-INTCHK-PARTY-TYPE
               move SI-PARTY-ID to WS-INTCHK-PARTY-ID
               move SI-RELATIONSHIP to WS-INTCHK-RELATIONSHIP
           end-if

           if WS-INTCHK-SILENT not = 1
               move spaces to ws-staff-name
               open input user-file
               move SI-USER-ID to USER-ID
               read user-file
                   invalid key
                       move "(UNKNOWN)" to ws-staff-name
                   not invalid key
                       move USER-NAME to ws-staff-name
               end-read
               close user-file

               evaluate SI-PARTY-TYPE
                   when "B"
                       move "BUYER" to ws-party-words
                   when "S"
                       move "SELLER" to ws-party-words
                   when other
                       move "TENANT" to ws-party-words
               end-evaluate

               display " "
               display "WARNING - DECLARED STAFF INTEREST: "
                 ws-staff-name " (USER " SI-USER-ID ")"
               display "  " SI-RELATIONSHIP " of the "
                 ws-party-words " " SI-PARTY-ID
                 " - declaration " SI-ID

               move "INTEREST" to ws-audit-record-type
               move WS-INTCHK-CONTEXT to ws-audit-action
               move WS-INTCHK-PROPERTY-ID to ws-audit-key
               move spaces to ws-audit-old-value
               move spaces to ws-audit-new-value
               string "DECL ", SI-ID, " USER ", SI-USER-ID, " ",
                 ws-party-words, " ", SI-PARTY-ID, " BUYER ",
                 WS-INTCHK-BUYER-ID into ws-audit-new-value
               perform Write-Audit-Log
           end-if.

       copy "AuditLogWrite.cpy".

       end program InterestCheck.
