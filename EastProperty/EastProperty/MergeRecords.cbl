      *MERGERECORDS.cbl
      *Duplicate buyer / seller merge - the clean-up for the
      *applicants and vendors registered two and three times over
      *the years before the duplicate check stopped new ones. The
      *admin keys the surviving BUYER-ID (or SELLER-ID) and up to
      *ten duplicates; every link to a duplicate is repointed to the
      *survivor and the duplicates are retired.
      *Buyer links: VIEWING-BUYER-ID, OFR-BUYER-ID, ENQUIRY-BUYER-ID,
      *DEPOSIT-BUYER-ID, AML checks, PROP-BUYER-ID, fall-throughs,
      *sealed bids, complaints, staff interest declarations and
      *tasks.
      *Seller links: PROP-SELLER-ID, JO-SELLER-ID, LL-SELLER-ID,
      *landlord payments, commission invoices, AML checks,
      *complaints, staff interest declarations and tasks.
      *The consent register travels too: the survivor keeps the most
      *restrictive answer of the set (any do-not-contact or refusal
      *wins), and picks up an answer where it had none.
      *A retired buyer goes to the BUYERARC archive the way
      *BuyerTouchCycle.cbl retires one, noted as merged; a retired
      *seller is deleted as AmendSeller.cbl deletes one. Every
      *repointed record is written to the audit log, and the
      *property, buyer, seller and viewing changes to the journal.
      *The preview always runs first and shows what would move;
      *nothing changes until the admin confirms.
      *Reached from the Office menu; admin only.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. MergeRecords.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "buyerfile.cpy".
       copy "buyerarchivefile.cpy".
       copy "sellerfile.cpy".
       copy "propertyfile.cpy".
       copy "viewingfile.cpy".
       copy "offerfile.cpy".
       copy "enquiryfile.cpy".
       copy "depositfile.cpy".
       copy "amlfile.cpy".
       copy "fallthroughfile.cpy".
       copy "sealedbidfile.cpy".
       copy "complaintfile.cpy".
       copy "staffintfile.cpy".
       copy "jointownerfile.cpy".
       copy "llledgerfile.cpy".
       copy "llpayfile.cpy".
       copy "invoicefile.cpy".
       copy "taskfile.cpy".
       copy "auditfile.cpy".

       copy "journalfile.cpy".

       data division.

       FILE SECTION.
       copy "journalrecord.cpy".
       copy "buyerrecord.cpy".
       copy "buyerarchiverecord.cpy".
       copy "sellerrecord.cpy".
       copy "propertyrecord.cpy".
       copy "viewingrecord.cpy".
       copy "offerrecord.cpy".
       copy "enquiryrecord.cpy".
       copy "depositrecord.cpy".
       copy "amlrecord.cpy".
       copy "fallthroughrecord.cpy".
       copy "sealedbidrecord.cpy".
       copy "complaintrecord.cpy".
       copy "staffintrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "llledgerrecord.cpy".
       copy "llpayrecord.cpy".
       copy "invoicerecord.cpy".
       copy "taskrecord.cpy".
       copy "auditrecord.cpy".

       working-storage section.
       copy "ws-journal.cpy".

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-confirm pic x value space.

       01 ws-merge-type pic x value space.
         88 merging-buyers value "B".
         88 merging-sellers value "S".
       01 ws-party-words pic x(6) value spaces.
       01 ws-apply pic 9 value 0 comp.
       01 ws-survivor-id pic 9(6) value 0.
       01 ws-survivor-name pic x(20) value spaces.
       01 ws-party-id pic 9(6) value 0.
       01 ws-party-found pic 9 value 0 comp.
       01 ws-party-name pic x(20) value spaces.

       01 ws-dup-count pic 99 value 0.
       01 ws-dup-idx pic 99 value 0.
       01 ws-dup-table.
         03 ws-dup-id pic 9(6) occurs 10 times.
       01 ws-check-id pic 9(6) value 0.
       01 ws-is-dup pic 9 value 0 comp.
       01 ws-keying-done pic 9 value 0 comp.

       01 ws-move-count pic 9(6) value 0.
       01 ws-total-moves pic 9(6) value 0.
       01 ws-file-words pic x(18) value spaces.
       01 ws-link-record-type pic x(10) value spaces.
       01 ws-link-key pic 9(6) value 0.

       01 ws-consent-post pic x value space.
       01 ws-consent-phone pic x value space.
       01 ws-consent-elec pic x value space.
       01 ws-do-not-contact pic x value space.
       01 ws-consent-changed pic 9 value 0 comp.

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

           if not (is-admin or role-is-admin-role)
               display " "
               display "Merging records needs the admin role."
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST MERGE DUPLICATE RECORDS"
               display "----------------------------------------"
               display "1. MERGE DUPLICATE BUYERS"
               display "2. MERGE DUPLICATE SELLERS"
               display "3. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       move "B" to ws-merge-type
                       move "BUYER" to ws-party-words
                       perform PARA-100-MERGE
                   when "2"
                       move "S" to ws-merge-type
                       move "SELLER" to ws-party-words
                       perform PARA-100-MERGE
                   when "3"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * Survivor first, then the duplicates; the preview always
      * runs before anything is touched.
      *----------------------------------------------------------
       PARA-100-MERGE.

           display "Surviving " ws-party-words " ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-party-id
           perform PARA-150-FIND-PARTY

           if ws-party-found = 0
               display "No " ws-party-words " with that ID."
           else
               move ws-party-id to ws-survivor-id
               move ws-party-name to ws-survivor-name
               display "Survivor " ws-survivor-id " "
                 ws-survivor-name
               perform PARA-110-KEY-DUPLICATES
               if ws-dup-count = 0
                   display "No duplicates keyed - nothing to merge."
               else
                   display " "
                   display "PREVIEW - nothing has been changed yet."
                   move 0 to ws-apply
                   perform PARA-200-REPOINT-LINKS
                   display "Apply this merge (Y/N)?"
                   move space to ws-confirm
                   accept ws-confirm
                   move function upper-case(ws-confirm) to ws-confirm
                   if ws-confirm = "Y"
                       move 1 to ws-apply
                       perform PARA-200-REPOINT-LINKS
                       perform PARA-700-MERGE-CONSENT
                       perform PARA-800-RETIRE-DUPLICATES
                       display "Merge complete."
                   else
                       display "Merge abandoned - nothing changed."
                   end-if
               end-if
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-110-KEY-DUPLICATES.

           move 0 to ws-dup-count
           move 0 to ws-keying-done

           perform until ws-keying-done = 1
               display "Duplicate " ws-party-words
                 " ID (blank when done):"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input = spaces
                   move 1 to ws-keying-done
               else
                   move function numval(ws-in-input) to ws-party-id
                   move ws-party-id to ws-check-id
                   perform PARA-090-CHECK-DUPLICATE
                   if ws-party-id = ws-survivor-id or ws-is-dup = 1
                       display "Already keyed - ignored."
                   else
                       perform PARA-150-FIND-PARTY
                       if ws-party-found = 0
                           display "No " ws-party-words
                             " with that ID - ignored."
                       else
                           add 1 to ws-dup-count
                           move ws-party-id to
                             ws-dup-id(ws-dup-count)
                           display "  Duplicate " ws-party-id " "
                             ws-party-name
                           if ws-dup-count = 10
                               display "Ten duplicates is the most"
                                 " in one merge."
                               move 1 to ws-keying-done
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

       PARA-090-CHECK-DUPLICATE.

           move 0 to ws-is-dup
           if ws-check-id not = 0
               perform varying ws-dup-idx from 1 by 1
                 until ws-dup-idx > ws-dup-count
                   if ws-dup-id(ws-dup-idx) = ws-check-id
                       move 1 to ws-is-dup
                   end-if
               end-perform
           end-if.

       PARA-150-FIND-PARTY.

           move 0 to ws-party-found
           move spaces to ws-party-name

           if merging-buyers
               open input buyer-file
               perform Check-Buyer-Open
               move ws-party-id to BUYER-ID of buyer-record
               read buyer-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to ws-party-found
                       move BUYER-NAME of buyer-record to
                         ws-party-name
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
                       move SELLER-NAME of seller-record to
                         ws-party-name
               end-read
               close seller-file
           end-if.

       PARA-200-REPOINT-LINKS.

           move 0 to ws-total-moves

           if merging-buyers
               perform PARA-300-PROPERTY-LINKS
               perform PARA-310-VIEWING-LINKS
               perform PARA-320-OFFER-LINKS
               perform PARA-330-ENQUIRY-LINKS
               perform PARA-340-DEPOSIT-LINKS
               perform PARA-350-AML-LINKS
               perform PARA-360-FALL-THROUGH-LINKS
               perform PARA-370-SEALED-BID-LINKS
               perform PARA-380-COMPLAINT-LINKS
               perform PARA-390-INTEREST-LINKS
               perform PARA-440-TASK-LINKS
           else
               perform PARA-300-PROPERTY-LINKS
               perform PARA-400-JOINT-OWNER-LINKS
               perform PARA-410-LANDLORD-LEDGER-LINKS
               perform PARA-420-LANDLORD-PAY-LINKS
               perform PARA-430-INVOICE-LINKS
               perform PARA-350-AML-LINKS
               perform PARA-380-COMPLAINT-LINKS
               perform PARA-390-INTEREST-LINKS
               perform PARA-440-TASK-LINKS
           end-if

           display "  TOTAL LINKS       " ws-total-moves.

      *----------------------------------------------------------
      * One line per file so the preview reads as a checklist.
      *----------------------------------------------------------
       PARA-250-SHOW-COUNT.

           add ws-move-count to ws-total-moves
           display "  " ws-file-words " " ws-move-count.

      *----------------------------------------------------------
      * Every repointed link record goes on the audit log as old
      * party -> new party against the record's own key.
      *----------------------------------------------------------
       PARA-260-AUDIT-LINK.

           move ws-link-record-type to ws-audit-record-type
           move "MERGE" to ws-audit-action
           move ws-link-key to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string ws-party-words, " ", ws-check-id
             into ws-audit-old-value
           string ws-party-words, " ", ws-survivor-id
             into ws-audit-new-value
           perform Write-Audit-Log.

       PARA-300-PROPERTY-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o property-file
           else
               open input property-file
           end-if
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if merging-buyers
                           move PROP-BUYER-ID of property-record to
                             ws-check-id
                       else
                           move PROP-SELLER-ID of property-record to
                             ws-check-id
                       end-if
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               perform PARA-305-REWRITE-PROPERTY
                           end-if
                       end-if
           end-perform
           close property-file
           move "PROPERTIES" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-305-REWRITE-PROPERTY.

           if merging-buyers
               move ws-survivor-id to PROP-BUYER-ID of property-record
           else
               move ws-survivor-id to
                 PROP-SELLER-ID of property-record
           end-if
           add 1 to PROPERTY-VERSION of property-record
           rewrite property-record

           move "P" to WS-JRNL-FILE-CODE
           move "REWRIT" to WS-JRNL-ACTION
           move property-id of property-record to WS-JRNL-KEY
           move PROPERTY-RECORD to WS-JRNL-IMAGE
           perform Write-Journal

           move "PROPERTY" to ws-link-record-type
           move property-id of property-record to ws-link-key
           perform PARA-260-AUDIT-LINK.

       PARA-310-VIEWING-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o viewing-file
           else
               open input viewing-file
           end-if
           perform Check-Viewing-Open
           perform until ws-end-of-file = 1
               read viewing-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move VIEWING-BUYER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to
                                 VIEWING-BUYER-ID
                               rewrite VIEWING-RECORD
                               move "V" to WS-JRNL-FILE-CODE
                               move "REWRIT" to WS-JRNL-ACTION
                               move VIEWING-ID to WS-JRNL-KEY
                               move VIEWING-RECORD to WS-JRNL-IMAGE
                               perform Write-Journal
                               move "VIEWING" to ws-link-record-type
                               move VIEWING-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close viewing-file
           move "VIEWINGS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-320-OFFER-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o offer-file
           else
               open input offer-file
           end-if
           perform until ws-end-of-file = 1
               read offer-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move OFR-BUYER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to OFR-BUYER-ID
                               rewrite OFFER-RECORD
                               move "OFFER" to ws-link-record-type
                               move OFR-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close offer-file
           move "OFFERS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-330-ENQUIRY-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o enquiry-file
           else
               open input enquiry-file
           end-if
           perform until ws-end-of-file = 1
               read enquiry-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move ENQUIRY-BUYER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to
                                 ENQUIRY-BUYER-ID
                               rewrite ENQUIRY-RECORD
                               move "ENQUIRY" to ws-link-record-type
                               move ENQUIRY-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close enquiry-file
           move "ENQUIRIES" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-340-DEPOSIT-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o deposit-file
           else
               open input deposit-file
           end-if
           perform until ws-end-of-file = 1
               read deposit-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move DEPOSIT-BUYER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to
                                 DEPOSIT-BUYER-ID
                               rewrite DEPOSIT-RECORD
                               move "DEPOSIT" to ws-link-record-type
                               move DEPOSIT-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close deposit-file
           move "DEPOSIT LEDGER" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-350-AML-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o aml-file
           else
               open input aml-file
           end-if
           perform until ws-end-of-file = 1
               read aml-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move 0 to ws-is-dup
                       if AML-PARTY-TYPE = ws-merge-type
                           move AML-PARTY-ID to ws-check-id
                           perform PARA-090-CHECK-DUPLICATE
                       end-if
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to AML-PARTY-ID
                               rewrite AML-RECORD
                               move "AML" to ws-link-record-type
                               move AML-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close aml-file
           move "AML CHECKS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-360-FALL-THROUGH-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o fall-through-file
           else
               open input fall-through-file
           end-if
           perform until ws-end-of-file = 1
               read fall-through-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move FT-BUYER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to FT-BUYER-ID
                               rewrite FALL-THROUGH-RECORD
                               move "FALLTHRU" to
                                 ws-link-record-type
                               move FT-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close fall-through-file
           move "FALL-THROUGHS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-370-SEALED-BID-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o sealed-bid-file
           else
               open input sealed-bid-file
           end-if
           perform until ws-end-of-file = 1
               read sealed-bid-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move SBB-BUYER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to SBB-BUYER-ID
                               rewrite SEALED-BID-RECORD
                               move "SEALEDBID" to
                                 ws-link-record-type
                               move SBB-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close sealed-bid-file
           move "SEALED BIDS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-380-COMPLAINT-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o complaint-file
           else
               open input complaint-file
           end-if
           perform until ws-end-of-file = 1
               read complaint-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move 0 to ws-is-dup
                       if COMP-PARTY-TYPE = ws-merge-type
                           move COMP-PARTY-ID to ws-check-id
                           perform PARA-090-CHECK-DUPLICATE
                       end-if
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to COMP-PARTY-ID
                               rewrite COMPLAINT-RECORD
                               move "COMPLAINT" to
                                 ws-link-record-type
                               move COMP-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close complaint-file
           move "COMPLAINTS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-390-INTEREST-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o staff-interest-file
           else
               open input staff-interest-file
           end-if
           perform until ws-end-of-file = 1
               read staff-interest-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move 0 to ws-is-dup
                       if SI-PARTY-TYPE = ws-merge-type
                           move SI-PARTY-ID to ws-check-id
                           perform PARA-090-CHECK-DUPLICATE
                       end-if
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to SI-PARTY-ID
                               rewrite STAFF-INTEREST-RECORD
                               move "INTEREST" to
                                 ws-link-record-type
                               move SI-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close staff-interest-file
           move "STAFF INTERESTS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-400-JOINT-OWNER-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o joint-owner-file
           else
               open input joint-owner-file
           end-if
           perform until ws-end-of-file = 1
               read joint-owner-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move JO-SELLER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to JO-SELLER-ID
                               rewrite JOINT-OWNER-RECORD
                               move "JOINTOWNER" to
                                 ws-link-record-type
                               move JO-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close joint-owner-file
           move "JOINT OWNERS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-410-LANDLORD-LEDGER-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o ll-ledger-file
           else
               open input ll-ledger-file
           end-if
           perform until ws-end-of-file = 1
               read ll-ledger-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move LL-SELLER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to LL-SELLER-ID
                               rewrite LL-LEDGER-RECORD
                               move "LLLEDGER" to
                                 ws-link-record-type
                               move LL-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close ll-ledger-file
           move "LANDLORD LEDGER" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-420-LANDLORD-PAY-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o ll-pay-file
           else
               open input ll-pay-file
           end-if
           perform until ws-end-of-file = 1
               read ll-pay-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move LLP-SELLER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to LLP-SELLER-ID
                               rewrite LL-PAY-RECORD
                               move "LLPAY" to ws-link-record-type
                               move LLP-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close ll-pay-file
           move "LANDLORD PAYMENTS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-430-INVOICE-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o invoice-file
           else
               open input invoice-file
           end-if
           perform until ws-end-of-file = 1
               read invoice-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move INVOICE-SELLER-ID to ws-check-id
                       perform PARA-090-CHECK-DUPLICATE
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to
                                 INVOICE-SELLER-ID
                               rewrite INVOICE-RECORD
                               move "INVOICE" to ws-link-record-type
                               move INVOICE-NO to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close invoice-file
           move "INVOICES" to ws-file-words
           perform PARA-250-SHOW-COUNT.

       PARA-440-TASK-LINKS.

           move 0 to ws-move-count
           move 0 to ws-end-of-file
           if ws-apply = 1
               open i-o task-file
           else
               open input task-file
           end-if
           perform until ws-end-of-file = 1
               read task-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move 0 to ws-is-dup
                       if TASK-REF-TYPE = ws-merge-type
                           move TASK-REF-ID to ws-check-id
                           perform PARA-090-CHECK-DUPLICATE
                       end-if
                       if ws-is-dup = 1
                           add 1 to ws-move-count
                           if ws-apply = 1
                               move ws-survivor-id to TASK-REF-ID
                               rewrite TASK-RECORD
                               move "TASK" to ws-link-record-type
                               move TASK-ID to ws-link-key
                               perform PARA-260-AUDIT-LINK
                           end-if
                       end-if
           end-perform
           close task-file
           move "TASKS" to ws-file-words
           perform PARA-250-SHOW-COUNT.

      *----------------------------------------------------------
      * The survivor ends up with the most restrictive consent of
      * the set: a do-not-contact or a refusal anywhere wins, and
      * an unanswered question takes the duplicate's answer.
      *----------------------------------------------------------
       PARA-700-MERGE-CONSENT.

           move 0 to ws-consent-changed

           if merging-buyers
               open input buyer-file
               perform Check-Buyer-Open
               move ws-survivor-id to BUYER-ID of buyer-record
               read buyer-file
                   invalid key
                       continue
               end-read
               move BUYER-CONSENT-POST of buyer-record to
                 ws-consent-post
               move BUYER-CONSENT-PHONE of buyer-record to
                 ws-consent-phone
               move BUYER-CONSENT-ELEC of buyer-record to
                 ws-consent-elec
               move BUYER-DO-NOT-CONTACT of buyer-record to
                 ws-do-not-contact
               perform varying ws-dup-idx from 1 by 1
                 until ws-dup-idx > ws-dup-count
                   move ws-dup-id(ws-dup-idx) to
                     BUYER-ID of buyer-record
                   read buyer-file
                       invalid key
                           continue
                       not invalid key
                           perform PARA-710-TAKE-BUYER-CONSENT
                   end-read
               end-perform
               close buyer-file
               if ws-consent-changed = 1
                   perform PARA-720-SAVE-BUYER-CONSENT
               end-if
           else
               open input seller-file
               perform Check-Seller-Open
               move ws-survivor-id to SELLER-ID of seller-record
               read seller-file
                   invalid key
                       continue
               end-read
               move SELLER-CONSENT-POST to ws-consent-post
               move SELLER-CONSENT-PHONE to ws-consent-phone
               move SELLER-CONSENT-ELEC to ws-consent-elec
               move SELLER-DO-NOT-CONTACT to ws-do-not-contact
               perform varying ws-dup-idx from 1 by 1
                 until ws-dup-idx > ws-dup-count
                   move ws-dup-id(ws-dup-idx) to
                     SELLER-ID of seller-record
                   read seller-file
                       invalid key
                           continue
                       not invalid key
                           perform PARA-730-TAKE-SELLER-CONSENT
                   end-read
               end-perform
               close seller-file
               if ws-consent-changed = 1
                   perform PARA-740-SAVE-SELLER-CONSENT
               end-if
           end-if.

       PARA-710-TAKE-BUYER-CONSENT.

           if BUYER-DO-NOT-CONTACT of buyer-record = "Y" and
             ws-do-not-contact not = "Y"
               move "Y" to ws-do-not-contact
               move 1 to ws-consent-changed
           end-if
           if (BUYER-CONSENT-POST of buyer-record = "N" and
             ws-consent-post not = "N") or (ws-consent-post = space and
             BUYER-CONSENT-POST of buyer-record not = space)
               move BUYER-CONSENT-POST of buyer-record to
                 ws-consent-post
               move 1 to ws-consent-changed
           end-if
           if (BUYER-CONSENT-PHONE of buyer-record = "N" and
             ws-consent-phone not = "N") or
             (ws-consent-phone = space and
             BUYER-CONSENT-PHONE of buyer-record not = space)
               move BUYER-CONSENT-PHONE of buyer-record to
                 ws-consent-phone
               move 1 to ws-consent-changed
           end-if
           if (BUYER-CONSENT-ELEC of buyer-record = "N" and
             ws-consent-elec not = "N") or (ws-consent-elec = space and
             BUYER-CONSENT-ELEC of buyer-record not = space)
               move BUYER-CONSENT-ELEC of buyer-record to
                 ws-consent-elec
               move 1 to ws-consent-changed
           end-if.

       PARA-720-SAVE-BUYER-CONSENT.

           open i-o buyer-file
           perform Check-Buyer-Open
           move ws-survivor-id to BUYER-ID of buyer-record
           read buyer-file
               invalid key
                   continue
               not invalid key
                   move spaces to ws-audit-old-value
                   string "POST ",
                     BUYER-CONSENT-POST of buyer-record, " PHONE ",
                     BUYER-CONSENT-PHONE of buyer-record, " ELEC ",
                     BUYER-CONSENT-ELEC of buyer-record, " DNC ",
                     BUYER-DO-NOT-CONTACT of buyer-record
                     into ws-audit-old-value
                   move ws-consent-post to
                     BUYER-CONSENT-POST of buyer-record
                   move ws-consent-phone to
                     BUYER-CONSENT-PHONE of buyer-record
                   move ws-consent-elec to
                     BUYER-CONSENT-ELEC of buyer-record
                   move ws-do-not-contact to
                     BUYER-DO-NOT-CONTACT of buyer-record
                   add 1 to BUYER-VERSION of buyer-record
                   rewrite buyer-record
                   move "B" to WS-JRNL-FILE-CODE
                   move "REWRIT" to WS-JRNL-ACTION
                   move ws-survivor-id to WS-JRNL-KEY
                   move buyer-record to WS-JRNL-IMAGE
                   perform Write-Journal
                   move "BUYER" to ws-audit-record-type
                   move "CONSNT" to ws-audit-action
                   move ws-survivor-id to ws-audit-key
                   move spaces to ws-audit-new-value
                   string "MERGED - POST ",
                     BUYER-CONSENT-POST of buyer-record, " PHONE ",
                     BUYER-CONSENT-PHONE of buyer-record, " ELEC ",
                     BUYER-CONSENT-ELEC of buyer-record, " DNC ",
                     BUYER-DO-NOT-CONTACT of buyer-record
                     into ws-audit-new-value
                   perform Write-Audit-Log
           end-read
           close buyer-file.

       PARA-730-TAKE-SELLER-CONSENT.

           if SELLER-DO-NOT-CONTACT = "Y" and ws-do-not-contact
             not = "Y"
               move "Y" to ws-do-not-contact
               move 1 to ws-consent-changed
           end-if
           if (SELLER-CONSENT-POST = "N" and ws-consent-post
             not = "N") or (ws-consent-post = space and
             SELLER-CONSENT-POST not = space)
               move SELLER-CONSENT-POST to ws-consent-post
               move 1 to ws-consent-changed
           end-if
           if (SELLER-CONSENT-PHONE = "N" and ws-consent-phone
             not = "N") or (ws-consent-phone = space and
             SELLER-CONSENT-PHONE not = space)
               move SELLER-CONSENT-PHONE to ws-consent-phone
               move 1 to ws-consent-changed
           end-if
           if (SELLER-CONSENT-ELEC = "N" and ws-consent-elec
             not = "N") or (ws-consent-elec = space and
             SELLER-CONSENT-ELEC not = space)
               move SELLER-CONSENT-ELEC to ws-consent-elec
               move 1 to ws-consent-changed
           end-if.

       PARA-740-SAVE-SELLER-CONSENT.

           open i-o seller-file
           perform Check-Seller-Open
           move ws-survivor-id to SELLER-ID of seller-record
           read seller-file
               invalid key
                   continue
               not invalid key
                   move spaces to ws-audit-old-value
                   string "POST ", SELLER-CONSENT-POST, " PHONE ",
                     SELLER-CONSENT-PHONE, " ELEC ",
                     SELLER-CONSENT-ELEC, " DNC ",
                     SELLER-DO-NOT-CONTACT into ws-audit-old-value
                   move ws-consent-post to SELLER-CONSENT-POST
                   move ws-consent-phone to SELLER-CONSENT-PHONE
                   move ws-consent-elec to SELLER-CONSENT-ELEC
                   move ws-do-not-contact to SELLER-DO-NOT-CONTACT
                   add 1 to SELLER-VERSION
                   rewrite seller-record
                   move "S" to WS-JRNL-FILE-CODE
                   move "REWRIT" to WS-JRNL-ACTION
                   move ws-survivor-id to WS-JRNL-KEY
                   move seller-record to WS-JRNL-IMAGE
                   perform Write-Journal
                   move "SELLER" to ws-audit-record-type
                   move "CONSNT" to ws-audit-action
                   move ws-survivor-id to ws-audit-key
                   move spaces to ws-audit-new-value
                   string "MERGED - POST ", SELLER-CONSENT-POST,
                     " PHONE ", SELLER-CONSENT-PHONE, " ELEC ",
                     SELLER-CONSENT-ELEC, " DNC ",
                     SELLER-DO-NOT-CONTACT into ws-audit-new-value
                   perform Write-Audit-Log
           end-read
           close seller-file.

      *----------------------------------------------------------
      * Retire, don't destroy: a merged buyer is archived noting
      * who it merged into; a merged seller is deleted with its
      * after-image on the journal, as AmendSeller.cbl does.
      *----------------------------------------------------------
       PARA-800-RETIRE-DUPLICATES.

           if merging-buyers
               open i-o buyer-file
               perform Check-Buyer-Open
               open i-o buyer-archive-file
           else
               open i-o seller-file
               perform Check-Seller-Open
           end-if

           perform varying ws-dup-idx from 1 by 1
             until ws-dup-idx > ws-dup-count
               if merging-buyers
                   perform PARA-810-RETIRE-BUYER
               else
                   perform PARA-820-RETIRE-SELLER
               end-if
           end-perform

           if merging-buyers
               close buyer-file
               close buyer-archive-file
           else
               close seller-file
           end-if.

       PARA-810-RETIRE-BUYER.

           move ws-dup-id(ws-dup-idx) to BUYER-ID of buyer-record
           read buyer-file
               invalid key
                   continue
               not invalid key
                   move "B" to WS-JRNL-FILE-CODE
                   move "DELETE" to WS-JRNL-ACTION
                   move BUYER-ID of buyer-record to WS-JRNL-KEY
                   move buyer-record to WS-JRNL-IMAGE
                   perform Write-Journal

                   move buyer-record to buyer-archive-record
                   move spaces to BUYER-NOTES of buyer-archive-record
                   string "MERGED INTO BUYER ", ws-survivor-id, " - ",
                     BUYER-NOTES of buyer-record
                     delimited by size
                     into BUYER-NOTES of buyer-archive-record
                   write buyer-archive-record
                       invalid key
                           rewrite buyer-archive-record
                   end-write
                   delete buyer-file record

                   move "BUYER" to ws-audit-record-type
                   move "RETIRE" to ws-audit-action
                   move ws-dup-id(ws-dup-idx) to ws-audit-key
                   move spaces to ws-audit-old-value
                   move BUYER-NAME of buyer-archive-record to
                     ws-audit-old-value
                   move spaces to ws-audit-new-value
                   string "MERGED INTO BUYER ", ws-survivor-id,
                     " - ARCHIVED" into ws-audit-new-value
                   perform Write-Audit-Log
                   display "  Buyer " ws-dup-id(ws-dup-idx)
                     " retired to the archive."
           end-read.

       PARA-820-RETIRE-SELLER.

           move ws-dup-id(ws-dup-idx) to SELLER-ID of seller-record
           read seller-file
               invalid key
                   continue
               not invalid key
                   move SELLER-NAME of seller-record to
                     ws-party-name
                   delete seller-file record

                   move "S" to WS-JRNL-FILE-CODE
                   move "DELETE" to WS-JRNL-ACTION
                   move ws-dup-id(ws-dup-idx) to WS-JRNL-KEY
                   move seller-record to WS-JRNL-IMAGE
                   perform Write-Journal

                   move "SELLER" to ws-audit-record-type
                   move "RETIRE" to ws-audit-action
                   move ws-dup-id(ws-dup-idx) to ws-audit-key
                   move ws-party-name to ws-audit-old-value
                   move spaces to ws-audit-new-value
                   string "MERGED INTO SELLER ", ws-survivor-id,
                     " - DELETED" into ws-audit-new-value
                   perform Write-Audit-Log
                   display "  Seller " ws-dup-id(ws-dup-idx)
                     " retired."
           end-read.

       copy "AuditLogWrite.cpy".

       copy "JournalWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program MergeRecords.
