      *AUCTION.cbl
      *Sales by auction through the auction partner, for the probate
      *and unmortgageable instructions private treaty will not
      *shift. An auction event is set up with its date, venue and
      *partner, and instructions are entered in it as lots, each
      *with a guide price and the vendor's confidential reserve held
      *on the lot (auctionrecord.cpy), apart from PROPERTY-ASKING.
      *Entering a lot needs the vendor's signed terms on file and
      *switches their sale method to auction; the reserve may not
      *sit more than 10% above the guide. The lot list shows the
      *reserve to the manager and admin roles only. The partner's
      *results file is taken in from here (AuctionResultsImport.cbl).
      *Events and lots are audit-logged as AUCTION/ADD and
      *AUCTION/LOT. Reached from the Property menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Auction.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "auctionfile.cpy".
       copy "propertyfile.cpy".
       copy "termsfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "journalfile.cpy".

       data division.

       FILE SECTION.
       copy "auctionrecord.cpy".
       copy "propertyrecord.cpy".
       copy "termsrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "journalrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-journal.cpy".
       copy "ws-auction.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-menu-pick pic x value spaces.
       01 ws-input pic x(40) value spaces.

       01 ws-auction-id pic 9(6) value 0.
       01 ws-property-id pic 9(6) value 0.
       01 ws-date-input pic x(8) value spaces.
       01 ws-guide-price pic 9(6)v99 value 0.
       01 ws-reserve-price pic 9(6)v99 value 0.
       01 ws-reserve-limit pic 9(7)v99 value 0.
       01 ws-next-lot-no pic 9(3) value 0.
       01 ws-lot-count pic 9(3) value 0.
       01 ws-show-reserve pic 9 value 0 comp.
       01 ws-old-method pic x value space.

       01 ws-amount-disp pic zzz,zz9.99.
       01 ws-reserve-disp pic zzz,zz9.99.
       01 ws-date-disp pic x(10) value spaces.
       01 ws-lot-status-words pic x(10) value spaces.
       01 ws-lot-address pic x(25) value spaces.

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

           display " "
           display "-----------------------------------------------"
           display "     EAST AUCTIONS"
           display "-----------------------------------------------"
           display "(N)ew auction, (E)nter a lot, (L)ist an auction's"
           display "lots, or (I)mport the partner's results?"
           accept ws-menu-pick
           move function upper-case(ws-menu-pick) to ws-menu-pick

           evaluate ws-menu-pick
               when "N"
                   perform PARA-100-NEW-AUCTION
               when "E"
                   perform PARA-200-ENTER-LOT
               when "L"
                   perform PARA-300-LIST-LOTS
               when "I"
                   call "AuctionResultsImport"
               when other
                   display "Nothing done."
           end-evaluate

           display " "
           display "Press ENTER to return to the menu."
           move spaces to ws-continue
           accept ws-continue

           goback.

       PARA-100-NEW-AUCTION.

           initialize AUCTION-RECORD

           display "Auction date (DDMMYYYY):"
           move spaces to ws-date-input
           accept ws-date-input
           if ws-date-input is not numeric
               display "Date not recognised - no auction set up."
               goback
           end-if
           move ws-date-input(5:4) to AUC-DATE(1:4)
           move ws-date-input(3:2) to AUC-DATE(5:2)
           move ws-date-input(1:2) to AUC-DATE(7:2)

           display "Venue:"
           move spaces to ws-input
           accept ws-input
           move function upper-case(ws-input) to AUC-VENUE

           display "Auction partner:"
           move spaces to ws-input
           accept ws-input
           move function upper-case(ws-input) to AUC-PARTNER

           if AUC-VENUE = spaces or AUC-PARTNER = spaces
               display "An auction needs its venue and partner -"
                 " nothing set up."
               goback
           end-if

           move "AUCTION" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id
           move WS-NEXTID-RESULT to AUC-ID
           move space to AUC-STATUS
           move ws-current-user-id to AUC-USER-ID

           open i-o auction-file
           write AUCTION-RECORD
           close auction-file

           move "AUCTION" to ws-audit-record-type
           move "ADD" to ws-audit-action
           move AUC-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           string AUC-DATE, " ", AUC-VENUE delimited by size into
             ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-900-FORMAT-DATE
           display "Set up AUCTION " AUC-ID " on " ws-date-disp
             " at " AUC-VENUE.

      *----------------------------------------------------------
      * An instruction goes into the sale only on the vendor's
      * signed terms, and only while it is pre-market or on the
      * market - not under offer, sold or withdrawn, and not
      * already a lot in a sale still to come.
      *----------------------------------------------------------
       PARA-200-ENTER-LOT.

           display "Auction reference:"
           move spaces to ws-input
           accept ws-input
           move function numval(ws-input) to ws-auction-id

           open input auction-file
           move ws-auction-id to AUC-ID
           read auction-file
               invalid key
                   close auction-file
                   display "No auction with that reference."
                   goback
           end-read
           close auction-file

           if AUC-STATUS = "R"
               display "That auction's results are in - no further"
                 " lots can be entered."
               goback
           end-if

           display "Property reference:"
           move spaces to ws-input
           accept ws-input
           move function numval(ws-input) to ws-property-id

           open input property-file
           perform Check-Property-Open
           move ws-property-id to property-id of property-record
           read property-file
               invalid key
                   close property-file
                   display "No property with that reference."
                   goback
           end-read
           close property-file

           if OFFER-STATUS of property-record not = space and
             OFFER-STATUS of property-record not = "L"
               display "That property is under offer, sold or"
                 " withdrawn - it cannot go to auction."
               goback
           end-if

           move ws-property-id to WS-AUCG-PROPERTY-ID
           perform Read-Auction-Guide
           if WS-AUCG-FOUND = 1
               display "Already LOT " WS-AUCG-LOT-NO " in AUCTION "
                 WS-AUCG-AUCTION-ID "."
               goback
           end-if

           open input terms-file
           move ws-property-id to TERMS-PROPERTY-ID
           read terms-file
               invalid key
                   close terms-file
                   display "No signed terms on file - the vendor's"
                     " terms come before the auction."
                   goback
           end-read
           close terms-file

           if TERMS-SALE-METHOD not = "A"
               display "The terms say private treaty - switch this"
                 " instruction to auction (Y/N)?"
               move spaces to ws-input
               accept ws-input
               if function upper-case(ws-input(1:1)) not = "Y"
                   display "Nothing entered."
                   goback
               end-if
           end-if

           display "Guide price:"
           move spaces to ws-input
           accept ws-input
           move function numval(ws-input) to ws-guide-price
           if ws-guide-price = 0
               display "A lot needs a guide price - nothing entered."
               goback
           end-if

           display "Vendor's reserve (confidential):"
           move spaces to ws-input
           accept ws-input
           move function numval(ws-input) to ws-reserve-price
           if ws-reserve-price = 0
               display "A lot needs the vendor's reserve - nothing"
                 " entered."
               goback
           end-if

           compute ws-reserve-limit rounded = ws-guide-price * 1.10
           if ws-reserve-price > ws-reserve-limit
               display "The reserve may not sit more than 10% above"
                 " the guide - nothing entered."
               goback
           end-if

           if TERMS-SALE-METHOD not = "A"
               perform PARA-210-SWITCH-TO-AUCTION
           end-if

           perform PARA-220-NEXT-LOT-NO

           initialize AUCTION-LOT-RECORD
           move ws-auction-id to LOT-AUCTION-ID
           move ws-next-lot-no to LOT-NO
           move ws-property-id to LOT-PROPERTY-ID
           move ws-guide-price to LOT-GUIDE-PRICE
           move ws-reserve-price to LOT-RESERVE-PRICE
           move space to LOT-STATUS
           move ws-current-user-id to LOT-USER-ID

           open i-o auction-lot-file
           write AUCTION-LOT-RECORD
           close auction-lot-file

           move "AUCTION" to ws-audit-record-type
           move "LOT" to ws-audit-action
           move ws-property-id to ws-audit-key
           move spaces to ws-audit-old-value
           move spaces to ws-audit-new-value
           move ws-guide-price to ws-amount-disp
           string "AUCTION ", ws-auction-id, " LOT ", LOT-NO,
             " GUIDE ", ws-amount-disp delimited by size into
             ws-audit-new-value
           perform Write-Audit-Log

           perform PARA-230-BUMP-PROPERTY-VERSION

           perform PARA-900-FORMAT-DATE
           display "Entered as LOT " LOT-NO " in AUCTION "
             ws-auction-id " on " ws-date-disp ".".

       PARA-210-SWITCH-TO-AUCTION.

           move TERMS-SALE-METHOD to ws-old-method
           open i-o terms-file
           move ws-property-id to TERMS-PROPERTY-ID
           read terms-file
               invalid key
                   continue
               not invalid key
                   move "A" to TERMS-SALE-METHOD
                   rewrite TERMS-RECORD
           end-read
           close terms-file

           move "TERMS" to ws-audit-record-type
           move "METHOD" to ws-audit-action
           move ws-property-id to ws-audit-key
           move spaces to ws-audit-old-value
           string "SALE METHOD ", ws-old-method delimited by size
             into ws-audit-old-value
           move "SALE METHOD A" to ws-audit-new-value
           perform Write-Audit-Log.

       PARA-220-NEXT-LOT-NO.

           move 0 to ws-next-lot-no
           move 0 to ws-end-of-file

           open input auction-lot-file
           move ws-auction-id to LOT-AUCTION-ID
           move 0 to LOT-NO
           start auction-lot-file key not < LOT-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read auction-lot-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if LOT-AUCTION-ID not = ws-auction-id
                           move 1 to ws-end-of-file
                       else
                           move LOT-NO to ws-next-lot-no
                       end-if
               end-read
           end-perform
           close auction-lot-file

           add 1 to ws-next-lot-no.

      *The portal change feed goes on PROPERTY-VERSION, so the
      *version moves on for the auction listing to be sent.
       PARA-230-BUMP-PROPERTY-VERSION.

           open i-o property-file
           perform Check-Property-Open
           move ws-property-id to property-id of property-record
           read property-file
               invalid key
                   continue
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

      *----------------------------------------------------------
      * The catalogue for one auction, in lot order. The reserve
      * column is for the manager and admin roles only.
      *----------------------------------------------------------
       PARA-300-LIST-LOTS.

           display "Auction reference:"
           move spaces to ws-input
           accept ws-input
           move function numval(ws-input) to ws-auction-id

           open input auction-file
           move ws-auction-id to AUC-ID
           read auction-file
               invalid key
                   close auction-file
                   display "No auction with that reference."
                   goback
           end-read
           close auction-file

           move 0 to ws-show-reserve
           if is-admin or role-is-manager or role-is-admin-role
               move 1 to ws-show-reserve
           end-if

           perform PARA-900-FORMAT-DATE
           display " "
           display "AUCTION " AUC-ID " " ws-date-disp " " AUC-VENUE
           display "PARTNER " AUC-PARTNER
           if AUC-STATUS = "R"
               display "RESULTS IMPORTED"
           end-if
           display " "
           if ws-show-reserve = 1
               display "LOT PROPERTY ADDRESS                   "
                 "     GUIDE    RESERVE STATUS"
           else
               display "LOT PROPERTY ADDRESS                   "
                 "     GUIDE STATUS"
           end-if

           move 0 to ws-lot-count
           move 0 to ws-end-of-file
           open input property-file
           perform Check-Property-Open
           open input auction-lot-file
           move ws-auction-id to LOT-AUCTION-ID
           move 0 to LOT-NO
           start auction-lot-file key not < LOT-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read auction-lot-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if LOT-AUCTION-ID not = ws-auction-id
                           move 1 to ws-end-of-file
                       else
                           perform PARA-310-SHOW-ONE-LOT
                       end-if
               end-read
           end-perform
           close auction-lot-file
           close property-file

           display " "
           display ws-lot-count " lot(s).".

       PARA-310-SHOW-ONE-LOT.

           add 1 to ws-lot-count

           move spaces to ws-lot-address
           move LOT-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   move "(NOT ON FILE)" to ws-lot-address
               not invalid key
                   move PROPERTY-AL1 of property-record to
                     ws-lot-address
           end-read

           evaluate LOT-STATUS
               when space
                   move "ENTERED" to ws-lot-status-words
               when "S"
                   move "SOLD" to ws-lot-status-words
               when "U"
                   move "UNSOLD" to ws-lot-status-words
               when "W"
                   move "WITHDRAWN" to ws-lot-status-words
               when other
                   move LOT-STATUS to ws-lot-status-words
           end-evaluate

           move LOT-GUIDE-PRICE to ws-amount-disp
           if ws-show-reserve = 1
               move LOT-RESERVE-PRICE to ws-reserve-disp
               display LOT-NO " " LOT-PROPERTY-ID "   "
                 ws-lot-address " " ws-amount-disp " "
                 ws-reserve-disp " " ws-lot-status-words
           else
               display LOT-NO " " LOT-PROPERTY-ID "   "
                 ws-lot-address " " ws-amount-disp " "
                 ws-lot-status-words
           end-if.

       PARA-900-FORMAT-DATE.

           move spaces to ws-date-disp
           string AUC-DATE(7:2), "/", AUC-DATE(5:2), "/",
             AUC-DATE(1:4) delimited by size into ws-date-disp.

       copy "AuctionGuideRead.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "JournalWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program Auction.
