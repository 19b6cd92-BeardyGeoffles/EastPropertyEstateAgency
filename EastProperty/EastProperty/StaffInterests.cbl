      *STAFFINTERESTS.cbl
      *Staff personal-interest register. We have to disclose when a
      *member of staff, or someone connected to them, is buying,
      *selling or renting through us - this is where it is declared
      *instead of relying on memory. Reached from the Office menu:
      *  1. Declare an interest - a USER-ID linked to a buyer,
      *     seller or tenant reference, with the relationship and
      *     the date declared.
      *  2. Withdraw a declaration (kept on file as withdrawn).
      *  3. List the declarations.
      *  4. Issue the disclosure letter for an offer - one letter to
      *     the seller and one to the buyer, to a date-stamped
      *     DISCLOSE dataset registered on the print spool, with the
      *     date stamped on the offer (OFR-DISCLOSE-DATE).
      *  5. Declared interest report for the compliance officer -
      *     every offer touching an active declaration and whether
      *     its disclosure letter went out, to a date-stamped
      *     INTEREST dataset registered on the print spool.
      *Offer entry, offer approval and the memorandum of sale warn
      *and log through InterestCheck.cbl, which this program also
      *uses (silently) to match deals to declarations.
      *Disclosure letters carry the letterhead of the property's
      *branch (LetterheadLines.cbl) as their header and footer.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. StaffInterests.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "staffintfile.cpy".
       copy "userfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "tenantfile.cpy".
       copy "propertyfile.cpy".
       copy "offerfile.cpy".
       copy "auditfile.cpy".
       copy "seqfile.cpy".
       copy "spoolfile.cpy".

           select optional interest-doc-file assign to ws-doc-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "staffintrecord.cpy".
       copy "userrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "tenantrecord.cpy".
       copy "propertyrecord.cpy".
       copy "offerrecord.cpy".
       copy "auditrecord.cpy".
       copy "seqrecord.cpy".
       copy "spoolrecord.cpy".

       FD interest-doc-file.
       01 interest-doc-line pic x(100).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-nextid.cpy".
       copy "ws-spool.cpy".
       copy "ws-interestchk.cpy".
       copy "ws-letterhead.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-code-input pic x value space.
       01 ws-doc-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-si-user-id pic 9(6) value 0.
       01 ws-si-party-type pic x value space.
       01 ws-si-party-id pic 9(6) value 0.
       01 ws-si-id pic 9(6) value 0.
       01 ws-party-found pic 9 value 0 comp.
       01 ws-party-name pic x(20) value spaces.
       01 ws-party-words pic x(6) value spaces.
       01 ws-staff-name pic x(10) value spaces.
       01 ws-status-words pic x(9) value spaces.
       01 ws-list-count pic 9(4) value 0.

       01 ws-offer-id pic 9(6) value 0.
       01 ws-offer-found pic 9 value 0 comp.
       01 ws-amount-disp pic zzz,zz9.99.
       01 ws-disclose-disp pic x(10) value spaces.
       01 ws-letter-count pic 9 value 0.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-to-name pic x(20) value spaces.
       01 ws-to-al1 pic x(25) value spaces.
       01 ws-to-postcode pic x(7) value spaces.
       01 ws-to-role pic x(6) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST STAFF PERSONAL INTERESTS"
               display "----------------------------------------"
               display "1. DECLARE AN INTEREST"
               display "2. WITHDRAW A DECLARATION"
               display "3. LIST DECLARATIONS"
               display "4. ISSUE DISCLOSURE LETTER FOR AN OFFER"
               display "5. DECLARED INTEREST REPORT"
               display "6. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-DECLARE
                   when "2"
                       perform PARA-200-WITHDRAW
                   when "3"
                       perform PARA-300-LIST-DECLARATIONS
                   when "4"
                       perform PARA-400-DISCLOSURE-LETTER
                   when "5"
                       perform PARA-500-INTEREST-REPORT
                   when "6"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * A declaration is only worth having if it points at a real
      * party, so the reference is looked up before it is saved.
      *----------------------------------------------------------
       PARA-100-DECLARE.

           display "Staff user ID (blank = yourself):"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               move ws-current-user-id to ws-si-user-id
           else
               move function numval(ws-in-input) to ws-si-user-id
           end-if

           move spaces to ws-staff-name
           open input user-file
           move ws-si-user-id to USER-ID
           read user-file
               invalid key
                   move 0 to ws-si-user-id
               not invalid key
                   move USER-NAME to ws-staff-name
           end-read
           close user-file

           if ws-si-user-id = 0
               display "No user with that ID - nothing declared."
           else
               display "Party type - B buyer, S seller, T tenant:"
               move space to ws-code-input
               accept ws-code-input
               move function upper-case(ws-code-input) to
                 ws-si-party-type
               display "Party reference:"
               move spaces to ws-in-input
               accept ws-in-input
               move function numval(ws-in-input) to ws-si-party-id
               perform PARA-150-FIND-PARTY
               if ws-party-found = 0
                   display "No " ws-party-words " with that"
                     " reference - nothing declared."
               else
                   display ws-party-words " " ws-si-party-id " "
                     ws-party-name
                   perform PARA-110-SAVE-DECLARATION
               end-if
           end-if.

       PARA-110-SAVE-DECLARATION.

           display "Relationship (SELF, SPOUSE, PARENT, CHILD,"
           display "BUSINESS PARTNER ...):"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input = spaces
               move "SELF" to ws-in-input
           end-if

           move "STAFFINT" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize STAFF-INTEREST-RECORD
           move WS-NEXTID-RESULT to SI-ID
           move ws-si-user-id to SI-USER-ID
           move ws-si-party-type to SI-PARTY-TYPE
           move ws-si-party-id to SI-PARTY-ID
           move function upper-case(ws-in-input(1:20)) to
             SI-RELATIONSHIP
           move function current-date(7:2) to SI-DECLARED-DAY
           move function current-date(5:2) to SI-DECLARED-MONTH
           move function current-date(1:4) to SI-DECLARED-YEAR
           move "A" to SI-STATUS
           move ws-current-user-id to SI-RECORDED-BY

           open i-o staff-interest-file
           write STAFF-INTEREST-RECORD
           close staff-interest-file

           move "INTEREST" to ws-audit-record-type
           move "DECLAR" to ws-audit-action
           move SI-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move STAFF-INTEREST-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           display "Declaration " SI-ID " recorded for "
             ws-staff-name "."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-150-FIND-PARTY.

           move 0 to ws-party-found
           move spaces to ws-party-name

           evaluate ws-si-party-type
               when "B"
                   move "BUYER" to ws-party-words
                   open input buyer-file
                   perform Check-Buyer-Open
                   move ws-si-party-id to BUYER-ID of buyer-record
                   read buyer-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-party-found
                           move BUYER-NAME to ws-party-name
                   end-read
                   close buyer-file
               when "S"
                   move "SELLER" to ws-party-words
                   open input seller-file
                   perform Check-Seller-Open
                   move ws-si-party-id to SELLER-ID of seller-record
                   read seller-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-party-found
                           move SELLER-NAME to ws-party-name
                   end-read
                   close seller-file
               when "T"
                   move "TENANT" to ws-party-words
                   open input tenant-file
                   move ws-si-party-id to TENANT-ID
                   read tenant-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to ws-party-found
                           move TENANT-NAME to ws-party-name
                   end-read
                   close tenant-file
               when other
                   move "PARTY" to ws-party-words
           end-evaluate.

       PARA-200-WITHDRAW.

           display "Declaration ID to withdraw:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-si-id

           open i-o staff-interest-file
           move ws-si-id to SI-ID
           read staff-interest-file
               invalid key
                   display "No declaration with that ID."
               not invalid key
                   if SI-STATUS = "W"
                       display "That declaration is already"
                         " withdrawn."
                   else
                       move STAFF-INTEREST-RECORD to
                         ws-audit-old-value
                       move "W" to SI-STATUS
                       move function current-date(1:8) to
                         SI-WITHDRAWN-DATE
                       rewrite STAFF-INTEREST-RECORD
                       move "INTEREST" to ws-audit-record-type
                       move "WITHDR" to ws-audit-action
                       move SI-ID to ws-audit-key
                       move STAFF-INTEREST-RECORD to
                         ws-audit-new-value
                       perform Write-Audit-Log
                       display "Declaration " SI-ID " withdrawn."
                   end-if
           end-read
           close staff-interest-file.

       PARA-300-LIST-DECLARATIONS.

           move 0 to ws-list-count
           move 0 to ws-end-of-file

           display " "
           display "DECL   USER   PARTY         RELATIONSHIP        "
             "  DECLARED    STATUS"

           open input staff-interest-file
           perform until ws-end-of-file = 1
               read staff-interest-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       add 1 to ws-list-count
                       if SI-STATUS = "A"
                           move "ACTIVE" to ws-status-words
                       else
                           move "WITHDRAWN" to ws-status-words
                       end-if
                       display SI-ID " " SI-USER-ID " "
                         SI-PARTY-TYPE " " SI-PARTY-ID "      "
                         SI-RELATIONSHIP "  " SI-DECLARED-DAY "/"
                         SI-DECLARED-MONTH "/" SI-DECLARED-YEAR
                         "  " ws-status-words
           end-perform
           close staff-interest-file

           display ws-list-count " declaration(s)."
           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * Both sides of the deal are told in writing: the seller we
      * act for and the buyer, whichever side the interest is on.
      *----------------------------------------------------------
       PARA-400-DISCLOSURE-LETTER.

           display "Offer ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-offer-id

           perform PARA-410-LOAD-DEAL
           if ws-offer-found = 0
               display "No offer with that ID."
           else
               initialize WS-INTCHK
               move OFR-PROPERTY-ID to WS-INTCHK-PROPERTY-ID
               move OFR-BUYER-ID to WS-INTCHK-BUYER-ID
               move PROP-SELLER-ID of property-record to
                 WS-INTCHK-SELLER-ID
               move 1 to WS-INTCHK-SILENT
               call "InterestCheck" using WS-INTCHK
               if WS-INTCHK-FOUND = 0
                   display "No declared staff interest on that"
                     " deal - no letter needed."
               else
                   perform PARA-420-WRITE-LETTERS
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-410-LOAD-DEAL.

           move 0 to ws-offer-found

           open input offer-file
           move ws-offer-id to OFR-ID
           read offer-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-offer-found
           end-read
           close offer-file

           if ws-offer-found = 1
               initialize PROPERTY-RECORD
               open input property-file
               perform Check-Property-Open
               move OFR-PROPERTY-ID to property-id of property-record
               read property-file
                   invalid key
                       continue
               end-read
               close property-file
           end-if.

       PARA-420-WRITE-LETTERS.

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-doc-name
           string "DISCLOSE.", ws-date-stamp into ws-doc-name

           move spaces to ws-staff-name
           open input user-file
           move WS-INTCHK-USER-ID to USER-ID
           read user-file
               invalid key
                   move "(UNKNOWN)" to ws-staff-name
               not invalid key
                   move USER-NAME to ws-staff-name
           end-read
           close user-file

           evaluate WS-INTCHK-PARTY-TYPE
               when "B"
                   move "BUYER" to ws-party-words
               when "S"
                   move "SELLER" to ws-party-words
               when other
                   move "TENANT" to ws-party-words
           end-evaluate

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move 0 to ws-letter-count
           open extend interest-doc-file

           move spaces to ws-to-name
           open input seller-file
           perform Check-Seller-Open
           move PROP-SELLER-ID of property-record to
             SELLER-ID of seller-record
           read seller-file
               invalid key
                   continue
               not invalid key
                   move SELLER-NAME to ws-to-name
                   move SELLER-AL1 to ws-to-al1
                   move SELLER-POSTCODE to ws-to-postcode
           end-read
           close seller-file
           if ws-to-name not = spaces
               move "SELLER" to ws-to-role
               perform PARA-430-WRITE-ONE-LETTER
           end-if

           move spaces to ws-to-name
           open input buyer-file
           perform Check-Buyer-Open
           move OFR-BUYER-ID to BUYER-ID of buyer-record
           read buyer-file
               invalid key
                   continue
               not invalid key
                   move BUYER-NAME to ws-to-name
                   move BUYER-AL1 to ws-to-al1
                   move BUYER-POSTCODE to ws-to-postcode
           end-read
           close buyer-file
           if ws-to-name not = spaces
               move "BUYER" to ws-to-role
               perform PARA-430-WRITE-ONE-LETTER
           end-if

           close interest-doc-file

           if ws-letter-count = 0
               display "Neither party is on file - no letter"
                 " written."
           else
               move "INTEREST DISCLOSURE" to WS-SPOOL-JOB
               move ws-doc-name to WS-SPOOL-DATASET
               perform Register-Spool-Output

               open i-o offer-file
               move ws-offer-id to OFR-ID
               read offer-file
                   invalid key
                       continue
                   not invalid key
                       move ws-date-stamp to OFR-DISCLOSE-DATE
                       rewrite OFFER-RECORD
               end-read
               close offer-file

               move "INTEREST" to ws-audit-record-type
               move "DISCLS" to ws-audit-action
               move ws-offer-id to ws-audit-key
               move spaces to ws-audit-old-value
               move spaces to ws-audit-new-value
               string ws-letter-count, " LETTER(S) IN ", ws-doc-name,
                 " DECL ", WS-INTCHK-DECL-ID into ws-audit-new-value
               perform Write-Audit-Log

               display ws-letter-count " disclosure letter(s)"
                 " written to " ws-doc-name
           end-if.

       PARA-430-WRITE-ONE-LETTER.

           add 1 to ws-letter-count

           move all "=" to interest-doc-line
           write interest-doc-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 interest-doc-line
               write interest-doc-line
           end-perform
           move all "-" to interest-doc-line
           write interest-doc-line
           move "DISCLOSURE OF PERSONAL INTEREST" to
             interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           string "DATED ", ws-date-stamp(7:2), "/",
             ws-date-stamp(5:2), "/", ws-date-stamp(1:4),
             "          OFFER REF ", OFR-ID into interest-doc-line
           write interest-doc-line
           move all "-" to interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           string "  ", ws-to-name into interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           string "  ", ws-to-al1 into interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           string "  ", ws-to-postcode into interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           write interest-doc-line

           move spaces to interest-doc-line
           string "RE: ", PROPERTY-AL1 of property-record, " ",
             PROPERTY-POSTCODE of property-record,
             "   (REF ", OFR-PROPERTY-ID, ")" into interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           write interest-doc-line

           move "We are required to tell you that a member of our"
             to interest-doc-line
           write interest-doc-line
           move "staff, or a person connected to them, has a personal"
             to interest-doc-line
           write interest-doc-line
           move "interest in this transaction:" to interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           string "  STAFF MEMBER     ", ws-staff-name
             into interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           string "  CONNECTION       ", WS-INTCHK-RELATIONSHIP,
             " OF THE ", ws-party-words into interest-doc-line
           write interest-doc-line
           move OFR-AMOUNT to ws-amount-disp
           move spaces to interest-doc-line
           string "  OFFER            ", ws-amount-disp, " RECEIVED ",
             OFR-DAY, "/", OFR-MONTH, "/", OFR-YEAR
             into interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           write interest-doc-line
           move "Please contact the branch manager if you have any"
             to interest-doc-line
           write interest-doc-line
           move "questions about this disclosure." to interest-doc-line
           write interest-doc-line
           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to interest-doc-line
               write interest-doc-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 interest-doc-line
               write interest-doc-line
           end-perform
           move all "=" to interest-doc-line
           write interest-doc-line.

      *----------------------------------------------------------
      * The compliance officer's view: every offer on file that
      * touches an active declaration, disclosed or not.
      *----------------------------------------------------------
       PARA-500-INTEREST-REPORT.

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-doc-name
           string "INTEREST.", ws-date-stamp into ws-doc-name

           move 0 to ws-list-count
           move 0 to ws-end-of-file

           open extend interest-doc-file
           move all "=" to interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           string "DECLARED STAFF INTEREST TRANSACTIONS - ",
             ws-date-stamp(7:2), "/", ws-date-stamp(5:2), "/",
             ws-date-stamp(1:4) into interest-doc-line
           write interest-doc-line
           move all "-" to interest-doc-line
           write interest-doc-line
           move "OFFER  PROPERTY BUYER  STATUS    DECL   USER   "
             & "PARTY         RELATIONSHIP         DISCLOSED"
             to interest-doc-line
           write interest-doc-line
           display interest-doc-line

           open input offer-file
           perform until ws-end-of-file = 1
               read offer-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform PARA-510-CHECK-ONE-OFFER
           end-perform
           close offer-file

           move all "-" to interest-doc-line
           write interest-doc-line
           move spaces to interest-doc-line
           string ws-list-count, " TRANSACTION(S) WITH A DECLARED"
             " INTEREST." into interest-doc-line
           write interest-doc-line
           display interest-doc-line
           move all "=" to interest-doc-line
           write interest-doc-line
           close interest-doc-file

           move "DECLARED INTERESTS" to WS-SPOOL-JOB
           move ws-doc-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-doc-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-510-CHECK-ONE-OFFER.

           initialize PROPERTY-RECORD
           open input property-file
           perform Check-Property-Open
           move OFR-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
           end-read
           close property-file

           initialize WS-INTCHK
           move OFR-PROPERTY-ID to WS-INTCHK-PROPERTY-ID
           move OFR-BUYER-ID to WS-INTCHK-BUYER-ID
           move PROP-SELLER-ID of property-record to
             WS-INTCHK-SELLER-ID
           move 1 to WS-INTCHK-SILENT
           call "InterestCheck" using WS-INTCHK

           if WS-INTCHK-FOUND > 0
               add 1 to ws-list-count
               if OFR-DISCLOSE-DATE is numeric and
                 OFR-DISCLOSE-DATE not = 0
                   move spaces to ws-disclose-disp
                   string OFR-DISCLOSE-DATE(7:2), "/",
                     OFR-DISCLOSE-DATE(5:2), "/",
                     OFR-DISCLOSE-DATE(1:4) into ws-disclose-disp
               else
                   move "NOT SENT" to ws-disclose-disp
               end-if
               move spaces to interest-doc-line
               string OFR-ID, " ", OFR-PROPERTY-ID, "   ",
                 OFR-BUYER-ID, " ", OFR-STATUS, " ",
                 WS-INTCHK-DECL-ID, " ", WS-INTCHK-USER-ID, " ",
                 WS-INTCHK-PARTY-TYPE, " ", WS-INTCHK-PARTY-ID,
                 "      ", WS-INTCHK-RELATIONSHIP, " ",
                 ws-disclose-disp into interest-doc-line
               write interest-doc-line
               display interest-doc-line
           end-if.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program StaffInterests.
