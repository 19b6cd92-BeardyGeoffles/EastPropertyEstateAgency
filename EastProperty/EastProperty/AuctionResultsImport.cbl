      *AUCTIONRESULTSIMPORT.cbl
      *Takes in the auction partner's results file (AUCRESULT,
      *comma-delimited: our auction reference, lot number, outcome
      *S sold / U unsold / W withdrawn, hammer price or best bid,
      *date of sale DDMMYYYY, buyer name, buyer phone) against the
      *lots entered through Auction.cbl. A lot sold at auction is
      *sold outright: the property goes to OFFER-STATUS "S" with the
      *hammer price as OFFER-AMOUNT and PROPERTY-SOLD-PRICE, the
      *buyer (matched by phone to an existing BUYER-ID, otherwise
      *added and screened against the sanctions list) and the date
      *of sale; the SOLD slip is ordered on the board, the SOLD
      *notification queued, and our commission invoice raised there
      *and then by CommissionInvoicing.cbl. Unsold lots return to
      *ordinary marketing at PROPERTY-ASKING and are listed, with
      *guide, reserve and best bid, for post-auction marketing. A
      *row naming a lot we do not hold, or one already resulted, is
      *rejected on the report. Everything goes on a date-stamped
      *AUCRES dataset registered on the print spool; each result is
      *audit-logged as AUCTION/SOLD, AUCTION/UNSOLD or
      *AUCTION/WITHDR. Run from the Auction menu once the sale is
      *over.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. AuctionResultsImport.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "auctionfile.cpy".
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "invoicefile.cpy".
       copy "boardfile.cpy".
       copy "notifyqueuefile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "journalfile.cpy".

           select optional auction-result-file assign to "AUCRESULT"
               organization is line sequential.
           select optional auc-report-file assign to ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "auctionrecord.cpy".
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "invoicerecord.cpy".
       copy "boardrecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "journalrecord.cpy".

       FD auction-result-file.
       01 auction-result-line pic x(120).

       FD auc-report-file.
       01 auc-report-line pic x(80).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-journal.cpy".
       copy "ws-board.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-sancscreen.cpy".
       copy "ws-spool.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-buyer-eof pic 9 value 0 comp.
       01 ws-invoice-eof pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-col.
         03 ws-col-auction pic x(6).
         03 ws-col-lot pic x(3).
         03 ws-col-outcome pic x(10).
         03 ws-col-price pic x(12).
         03 ws-col-date pic x(8).
         03 ws-col-name pic x(20).
         03 ws-col-phone pic x(11).

       01 ws-auction-id pic 9(6) value 0.
       01 ws-lot-no pic 9(3) value 0.
       01 ws-outcome pic x value space.
       01 ws-price pic 9(6)v99 value 0.
       01 ws-sale-yyyymmdd pic 9(8) value 0.
       01 ws-buyer-id pic 9(6) value 0.
       01 ws-invoice-no pic 9(6) value 0.
       01 ws-row-valid pic 9 value 0 comp.
       01 ws-reject-reason pic x(30) value spaces.
       01 ws-result-words pic x(10) value spaces.
       01 ws-invoice-words pic x(14) value spaces.
       01 ws-below-reserve pic 9 value 0 comp.

       01 ws-rows-read pic 9(4) value 0.
       01 ws-sold-count pic 9(4) value 0.
       01 ws-unsold-count pic 9(4) value 0.
       01 ws-withdrawn-count pic 9(4) value 0.
       01 ws-rejected-count pic 9(4) value 0.
       01 ws-new-buyer-count pic 9(4) value 0.
       01 ws-sanc-referred pic 9(4) value 0.

       01 ws-price-disp pic zzz,zz9.99.
       01 ws-guide-disp pic zzz,zz9.99.
       01 ws-reserve-disp pic zzz,zz9.99.

       01 ws-unsold-idx pic 9(3) value 0 comp.
       01 ws-unsold-array occurs 200 times.
         03 ul-auction-id pic 9(6).
         03 ul-lot-no pic 9(3).
         03 ul-property-id pic 9(6).
         03 ul-address pic x(25).
         03 ul-guide pic 9(6)v99.
         03 ul-reserve pic 9(6)v99.
         03 ul-best-bid pic 9(6)v99.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST AUCTION RESULTS IMPORT"
           display "-----------------------------------------------"

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-report-name
           string "AUCRES.", ws-date-stamp into ws-report-name

           open extend auc-report-file
           move all "=" to auc-report-line
           write auc-report-line
           move "AUCTION RESULTS" to auc-report-line
           write auc-report-line
           display auc-report-line
           move "AUCT   LOT PROPERTY RESULT          PRICE BUYER  " &
             "INVOICE" to auc-report-line
           write auc-report-line
           display auc-report-line

           move 0 to ws-end-of-file
           open input auction-result-file
           open i-o auction-lot-file
           perform until ws-end-of-file = 1
               read auction-result-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if auction-result-line(1:1) is numeric
                           add 1 to ws-rows-read
                           perform PARA-100-LOAD-ONE-RESULT
                       end-if
           end-perform
           close auction-lot-file
           close auction-result-file

           perform PARA-500-LIST-UNSOLD

           move all "=" to auc-report-line
           write auc-report-line
           move spaces to auc-report-line
           string ws-sold-count, " SOLD, ", ws-unsold-count,
             " UNSOLD, ", ws-withdrawn-count, " WITHDRAWN, ",
             ws-rejected-count, " REJECTED" into auc-report-line
           write auc-report-line
           display auc-report-line
           if ws-new-buyer-count not = 0
               move spaces to auc-report-line
               string ws-new-buyer-count, " NEW BUYER(S) ADDED, ",
                 ws-sanc-referred, " REFERRED TO COMPLIANCE" into
                 auc-report-line
               write auc-report-line
               display auc-report-line
           end-if
           close auc-report-file

           move "AUCTION RESULTS" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "-----------------------------------------------"

           goback.

       PARA-100-LOAD-ONE-RESULT.

           initialize ws-col
           unstring auction-result-line delimited by ","
             into ws-col-auction ws-col-lot ws-col-outcome
               ws-col-price ws-col-date ws-col-name ws-col-phone
           end-unstring

           move function numval(ws-col-auction) to ws-auction-id
           move function numval(ws-col-lot) to ws-lot-no
           move function upper-case(ws-col-outcome(1:1)) to
             ws-outcome
           move function numval(ws-col-price) to ws-price

           perform PARA-150-CHECK-ROW

           if ws-row-valid = 0
               add 1 to ws-rejected-count
               move spaces to auc-report-line
               string "REJECTED ", ws-reject-reason, " ROW: ",
                 ws-col-auction, " ", ws-col-lot, " ", ws-col-outcome
                 delimited by size into auc-report-line
               write auc-report-line
               display auc-report-line
           else
               perform PARA-160-MARK-AUCTION-RESULTED
               evaluate ws-outcome
                   when "S"
                       perform PARA-200-SOLD-LOT
                   when "U"
                       perform PARA-300-UNSOLD-LOT
                   when "W"
                       perform PARA-400-WITHDRAWN-LOT
               end-evaluate
           end-if.

      *----------------------------------------------------------
      * Only a lot we entered and have not yet resulted is taken;
      * a sale needs its hammer price and its buyer.
      *----------------------------------------------------------
       PARA-150-CHECK-ROW.

           move 1 to ws-row-valid
           move spaces to ws-reject-reason

           move ws-auction-id to LOT-AUCTION-ID
           move ws-lot-no to LOT-NO
           read auction-lot-file
               invalid key
                   move "LOT NOT ON FILE" to ws-reject-reason
                   move 0 to ws-row-valid
           end-read

           if ws-row-valid = 1 and LOT-STATUS not = space
               move "LOT ALREADY RESULTED" to ws-reject-reason
               move 0 to ws-row-valid
           end-if

           if ws-row-valid = 1 and ws-outcome not = "S" and
             ws-outcome not = "U" and ws-outcome not = "W"
               move "OUTCOME NOT RECOGNISED" to ws-reject-reason
               move 0 to ws-row-valid
           end-if

           if ws-row-valid = 1 and ws-outcome = "S" and ws-price = 0
               move "SOLD WITHOUT A PRICE" to ws-reject-reason
               move 0 to ws-row-valid
           end-if

           if ws-row-valid = 1 and ws-outcome = "S" and
             ws-col-name = spaces
               move "SOLD WITHOUT A BUYER" to ws-reject-reason
               move 0 to ws-row-valid
           end-if.

      *The date of sale is the partner's, or failing that the day
      *the auction was held.
       PARA-160-MARK-AUCTION-RESULTED.

           open i-o auction-file
           move ws-auction-id to AUC-ID
           read auction-file
               invalid key
                   move function current-date(1:8) to AUC-DATE
               not invalid key
                   if AUC-STATUS not = "R"
                       move "R" to AUC-STATUS
                       rewrite AUCTION-RECORD
                   end-if
           end-read
           close auction-file

           if ws-col-date is numeric
               move ws-col-date(5:4) to ws-sale-yyyymmdd(1:4)
               move ws-col-date(3:2) to ws-sale-yyyymmdd(5:2)
               move ws-col-date(1:2) to ws-sale-yyyymmdd(7:2)
           else
               move AUC-DATE to ws-sale-yyyymmdd
           end-if.

      *----------------------------------------------------------
      * Sold under the hammer is exchanged on the day: the sale is
      * agreed, dated and priced on the property, the board slips
      * to SOLD, both sides are told and our fee is invoiced.
      *----------------------------------------------------------
       PARA-200-SOLD-LOT.

           perform PARA-210-FIND-OR-ADD-BUYER
           move 0 to WS-NOTIFY-SELLER-ID

           open i-o property-file
           perform Check-Property-Open
           move LOT-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   move "S" to OFFER-STATUS of property-record
                   move ws-buyer-id to PROP-BUYER-ID of property-record
                   move ws-price to OFFER-AMOUNT of property-record
                   move ws-price to
                     PROPERTY-SOLD-PRICE of property-record
                   move ws-sale-yyyymmdd(7:2) to
                     SOLD-DAY of property-record
                   move ws-sale-yyyymmdd(5:2) to
                     SOLD-MONTH of property-record
                   move ws-sale-yyyymmdd(1:4) to
                     SOLD-YEAR of property-record
                   add 1 to PROPERTY-VERSION of property-record
                   rewrite property-record

                   move "P" to WS-JRNL-FILE-CODE
                   move "REWRIT" to WS-JRNL-ACTION
                   move property-id of property-record to
                     WS-JRNL-KEY
                   move PROPERTY-RECORD to WS-JRNL-IMAGE
                   perform Write-Journal

                   move PROP-SELLER-ID of property-record to
                     WS-NOTIFY-SELLER-ID
           end-read
           close property-file

           move LOT-PROPERTY-ID to WS-BOARD-PROPERTY-ID
           move "S" to WS-BOARD-NEW-STATUS
           perform Write-Board-Order

           move LOT-PROPERTY-ID to WS-NOTIFY-PROPERTY-ID
           move ws-buyer-id to WS-NOTIFY-BUYER-ID
           move 0 to WS-NOTIFY-USER-ID
           move "SOLD" to WS-NOTIFY-EVENT-TYPE
           perform Write-Notify-Queue

           move 0 to ws-below-reserve
           if ws-price < LOT-RESERVE-PRICE
               move 1 to ws-below-reserve
           end-if

           move "S" to LOT-STATUS
           move ws-price to LOT-SOLD-PRICE
           move ws-buyer-id to LOT-BUYER-ID
           move ws-sale-yyyymmdd to LOT-SOLD-DATE
           rewrite AUCTION-LOT-RECORD

           move "AUCTION" to ws-audit-record-type
           move "SOLD" to ws-audit-action
           move LOT-PROPERTY-ID to ws-audit-key
           move spaces to ws-audit-old-value
           string "AUCTION ", LOT-AUCTION-ID, " LOT ", LOT-NO
             delimited by size into ws-audit-old-value
           move ws-price to ws-price-disp
           move spaces to ws-audit-new-value
           string "SOLD AT ", ws-price-disp, " TO BUYER ",
             ws-buyer-id delimited by size into ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-250-RAISE-INVOICE

           add 1 to ws-sold-count
           move "SOLD" to ws-result-words
           perform PARA-450-WRITE-RESULT-LINE
           if ws-below-reserve = 1
               move "  ** SOLD BELOW THE RESERVE - VENDOR'S CONSENT TO"
                 & " BE ON FILE" to auc-report-line
               write auc-report-line
               display auc-report-line
           end-if.

      *----------------------------------------------------------
      * The buyer is one of ours if the phone number fits;
      * otherwise they are added from the partner's details and
      * screened like any other new applicant.
      *----------------------------------------------------------
       PARA-210-FIND-OR-ADD-BUYER.

           move 0 to ws-buyer-id

           if ws-col-phone not = spaces
               move 0 to ws-buyer-eof
               open input buyer-file
               perform Check-Buyer-Open
               perform until ws-buyer-eof = 1
                   read buyer-file next record
                       at end
                           move 1 to ws-buyer-eof
                       not at end
                           if BUYER-PHONE = ws-col-phone
                               move BUYER-ID of buyer-record to
                                 ws-buyer-id
                               move 1 to ws-buyer-eof
                           end-if
                   end-read
               end-perform
               close buyer-file
           end-if

           if ws-buyer-id = 0
               move "BUYER" to WS-NEXTID-SEQ-NAME
               perform Generate-Next-Id

               initialize BUYER-RECORD
               move WS-NEXTID-RESULT to BUYER-ID of BUYER-RECORD
               move function upper-case(ws-col-name) to BUYER-NAME
               move ws-col-phone to BUYER-PHONE
               move spaces to BUYER-NOTES
               string "AUCTION PURCHASER - AUCTION ", LOT-AUCTION-ID,
                 " LOT ", LOT-NO delimited by size into BUYER-NOTES

               open i-o buyer-file
               perform Check-Buyer-Open
               write BUYER-RECORD

               move "B" to WS-JRNL-FILE-CODE
               move "WRITE" to WS-JRNL-ACTION
               move BUYER-ID of BUYER-RECORD to WS-JRNL-KEY
               move BUYER-RECORD to WS-JRNL-IMAGE
               perform Write-Journal

               close buyer-file

               move "B" to WS-SANC-PARTY-TYPE
               move BUYER-ID of BUYER-RECORD to WS-SANC-PARTY-ID
               move BUYER-NAME to WS-SANC-PARTY-NAME
               call "SanctionsScreen" using WS-SANC
               add WS-SANC-RAISED to ws-sanc-referred

               move BUYER-ID of BUYER-RECORD to ws-buyer-id
               add 1 to ws-new-buyer-count
           end-if.

      *----------------------------------------------------------
      * The fee is invoiced on the usual rules by
      * CommissionInvoicing.cbl, handed the one property; the
      * invoice it raised is then looked up for the report.
      *----------------------------------------------------------
       PARA-250-RAISE-INVOICE.

           display "INVOICE-SALE-PROPERTY" upon environment-name
           display LOT-PROPERTY-ID upon environment-value
           call "CommissionInvoicing"
           display "INVOICE-SALE-PROPERTY" upon environment-name
           display " " upon environment-value

           move 0 to ws-invoice-no
           move 0 to ws-invoice-eof
           open input invoice-file
           perform until ws-invoice-eof = 1
               read invoice-file next record
                   at end
                       move 1 to ws-invoice-eof
                   not at end
                       if INVOICE-PROPERTY-ID = LOT-PROPERTY-ID
                           move INVOICE-NO to ws-invoice-no
                       end-if
               end-read
           end-perform
           close invoice-file

           move spaces to ws-invoice-words
           if ws-invoice-no = 0
               move "NOT INVOICED" to ws-invoice-words
           else
               move ws-invoice-no to ws-invoice-words
           end-if.

      *----------------------------------------------------------
      * Not sold on the day: the lot is closed off and the
      * property goes back to ordinary marketing at its asking
      * price, on the post-auction list for the negotiators.
      *----------------------------------------------------------
       PARA-300-UNSOLD-LOT.

           move "U" to LOT-STATUS
           rewrite AUCTION-LOT-RECORD

           perform PARA-350-BUMP-PROPERTY-VERSION

           if ws-unsold-idx < 200
               add 1 to ws-unsold-idx
               move LOT-AUCTION-ID to ul-auction-id(ws-unsold-idx)
               move LOT-NO to ul-lot-no(ws-unsold-idx)
               move LOT-PROPERTY-ID to ul-property-id(ws-unsold-idx)
               move PROPERTY-AL1 of property-record to
                 ul-address(ws-unsold-idx)
               move LOT-GUIDE-PRICE to ul-guide(ws-unsold-idx)
               move LOT-RESERVE-PRICE to ul-reserve(ws-unsold-idx)
               move ws-price to ul-best-bid(ws-unsold-idx)
           end-if

           move "AUCTION" to ws-audit-record-type
           move "UNSOLD" to ws-audit-action
           move LOT-PROPERTY-ID to ws-audit-key
           move spaces to ws-audit-old-value
           string "AUCTION ", LOT-AUCTION-ID, " LOT ", LOT-NO
             delimited by size into ws-audit-old-value
           move "UNSOLD - POST-AUCTION MARKETING" to
             ws-audit-new-value
           perform Write-Audit-Log

           add 1 to ws-unsold-count
           move "UNSOLD" to ws-result-words
           move 0 to ws-buyer-id
           move spaces to ws-invoice-words
           perform PARA-450-WRITE-RESULT-LINE.

      *The portal change feed goes on PROPERTY-VERSION, so the
      *version moves on for the auction listing to be replaced.
       PARA-350-BUMP-PROPERTY-VERSION.

           open i-o property-file
           perform Check-Property-Open
           move LOT-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   move spaces to PROPERTY-AL1 of property-record
               not invalid key
                   add 1 to PROPERTY-VERSION of property-record
                   rewrite property-record

                   move "P" to WS-JRNL-FILE-CODE
                   move "REWRIT" to WS-JRNL-ACTION
                   move property-id of property-record to
                     WS-JRNL-KEY
                   move PROPERTY-RECORD to WS-JRNL-IMAGE
                   perform Write-Journal
           end-read
           close property-file.

       PARA-400-WITHDRAWN-LOT.

           move "W" to LOT-STATUS
           rewrite AUCTION-LOT-RECORD

           perform PARA-350-BUMP-PROPERTY-VERSION

           move "AUCTION" to ws-audit-record-type
           move "WITHDR" to ws-audit-action
           move LOT-PROPERTY-ID to ws-audit-key
           move spaces to ws-audit-old-value
           string "AUCTION ", LOT-AUCTION-ID, " LOT ", LOT-NO
             delimited by size into ws-audit-old-value
           move "WITHDRAWN FROM THE SALE" to ws-audit-new-value
           perform Write-Audit-Log

           add 1 to ws-withdrawn-count
           move "WITHDRAWN" to ws-result-words
           move 0 to ws-buyer-id
           move spaces to ws-invoice-words
           perform PARA-450-WRITE-RESULT-LINE.

       PARA-450-WRITE-RESULT-LINE.

           move ws-price to ws-price-disp
           move spaces to auc-report-line
           string LOT-AUCTION-ID, " ", LOT-NO, " ", LOT-PROPERTY-ID,
             "   ", ws-result-words, " ", ws-price-disp, " ",
             ws-buyer-id, " ", ws-invoice-words delimited by size
             into auc-report-line
           write auc-report-line
           display auc-report-line.

      *----------------------------------------------------------
      * The lots that did not sell, for the negotiators to work
      * straight after the sale - the reserve and the best bid in
      * the room are what the post-auction conversation turns on.
      *----------------------------------------------------------
       PARA-500-LIST-UNSOLD.

           if ws-unsold-idx > 0
               move all "-" to auc-report-line
               write auc-report-line
               move "UNSOLD LOTS FOR POST-AUCTION MARKETING" to
                 auc-report-line
               write auc-report-line
               display auc-report-line
               move "AUCT   LOT PROPERTY ADDRESS                  " &
                 "     GUIDE    RESERVE   BEST BID" to
                 auc-report-line
               write auc-report-line
               display auc-report-line
           end-if

           perform varying ws-unsold-idx from 1 by 1
             until ws-unsold-idx > ws-unsold-count or
             ws-unsold-idx > 200
               move ul-guide(ws-unsold-idx) to ws-guide-disp
               move ul-reserve(ws-unsold-idx) to ws-reserve-disp
               move ul-best-bid(ws-unsold-idx) to ws-price-disp
               move spaces to auc-report-line
               string ul-auction-id(ws-unsold-idx), " ",
                 ul-lot-no(ws-unsold-idx), " ",
                 ul-property-id(ws-unsold-idx), "   ",
                 ul-address(ws-unsold-idx), " ", ws-guide-disp, " ",
                 ws-reserve-disp, " ", ws-price-disp
                 delimited by size into auc-report-line
               write auc-report-line
               display auc-report-line
           end-perform.

       copy "GenerateNextId.cpy".
       copy "BoardOrderWrite.cpy".
       copy "NotifyQueueWrite.cpy".
       copy "AuditLogWrite.cpy".
       copy "JournalWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program AuctionResultsImport.
