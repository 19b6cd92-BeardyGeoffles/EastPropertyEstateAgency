      *OFFERNOTICE.cbl
      *Written notice to the vendor of an offer received. Every
      *offer has to be passed on to the seller in writing promptly,
      *including the ones we would advise them to turn down, so
      *Write-Offer-Hist (OfferHistWrite.cpy) calls this with the
      *new OFR-ID the moment any offer is keyed - offer entry,
      *amend property and sealed bids alike.
      *One letter goes to every owner: each seller on
      *JOINT-OWNER-FILE for the property, or the lead seller
      *(PROP-SELLER-ID) when it is wholly theirs. The letter gives
      *the amount, the date and time the offer was received, and
      *the buyer's position (finance and own sale), and is added
      *to the date-stamped OFFERLTR dataset registered on the
      *print spool. The consent register is respected as it is
      *for MailingLabels.cbl - an owner marked do-not-contact or
      *with postal consent refused gets no letter, and the hold is
      *logged on the audit trail for the negotiator to pass the
      *offer on by other means. The offer record is stamped with
      *when the notice went and how many letters were issued or
      *held, which is what OfferNoticeReport.cbl checks.
      *Runs silently - it is called from inside entry screens.
      *Each letter carries the branch letterhead (LetterheadLines.cbl)
      *as its header and footer.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. OfferNotice.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "offerfile.cpy".
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "jointownerfile.cpy".
       copy "auditfile.cpy".
       copy "spoolfile.cpy".

           select optional offer-letter-file assign to
               ws-letter-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "offerrecord.cpy".
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "auditrecord.cpy".
       copy "spoolrecord.cpy".

       FD offer-letter-file.
       01 offer-letter-line pic x(100).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 ws-letter-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-time-stamp pic x(4) value spaces.
       01 ws-amount-disp pic zzz,zz9.99.
       01 ws-lhead-idx pic 9 value 0 comp.

       01 ws-jo-eof pic 9 value 0 comp.
       01 ws-owner-count pic 9(4) value 0.
       01 ws-owner-seller-id pic 9(6) value 0.
       01 ws-letters-sent pic 9 value 0.
       01 ws-letters-held pic 9 value 0.

       01 ws-buyer-name pic x(20) value spaces.
       01 ws-finance-words pic x(40) value spaces.
       01 ws-own-sale-words pic x(40) value spaces.

       linkage section.

       01 ws-notice-offer-id pic 9(6).

       procedure division using ws-notice-offer-id.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           open input offer-file
           move ws-notice-offer-id to OFR-ID
           read offer-file
               invalid key
                   close offer-file
                   goback
           end-read
           close offer-file

           open input property-file
           move OFR-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   close property-file
                   goback
           end-read
           close property-file

           perform PARA-100-BUYER-POSITION

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move function current-date(1:8) to ws-date-stamp
           move function current-date(9:4) to ws-time-stamp
           move spaces to ws-letter-name
           string "OFFERLTR.", ws-date-stamp into ws-letter-name

           move 0 to ws-letters-sent
           move 0 to ws-letters-held

           open extend offer-letter-file
           perform PARA-200-NOTIFY-OWNERS
           close offer-letter-file

           if ws-letters-sent > 0
               move "OFFER NOTIFICATION" to WS-SPOOL-JOB
               move ws-letter-name to WS-SPOOL-DATASET
               perform Register-Spool-Output
           end-if

           perform PARA-500-STAMP-OFFER

           goback.

      *----------------------------------------------------------
      * The buyer's position, in the words the seller needs - how
      * the purchase is funded and whether there is a chain.
      *----------------------------------------------------------
       PARA-100-BUYER-POSITION.

           move spaces to ws-buyer-name
           move "FINANCE NOT YET CONFIRMED" to ws-finance-words
           move "NOT STATED" to ws-own-sale-words

           open input buyer-file
           move OFR-BUYER-ID to BUYER-ID of buyer-record
           read buyer-file
               invalid key
                   move "(BUYER NOT ON FILE)" to ws-buyer-name
               not invalid key
                   move BUYER-NAME to ws-buyer-name
                   evaluate BUYER-FINANCE-STATUS
                       when "C"
                           move "CASH BUYER" to ws-finance-words
                       when "A"
                           move "MORTGAGE AGREED IN PRINCIPLE" to
                             ws-finance-words
                       when "P"
                           move "MORTGAGE APPLICATION PENDING" to
                             ws-finance-words
                       when other
                           continue
                   end-evaluate
                   evaluate BUYER-TO-SELL
                       when "N"
                           move "NOTHING TO SELL" to
                             ws-own-sale-words
                       when "O"
                           move "OWN SALE UNDER OFFER" to
                             ws-own-sale-words
                       when "Y"
                           move "HAS A PROPERTY TO SELL - NOT YET"
                             & " UNDER OFFER" to ws-own-sale-words
                       when other
                           continue
                   end-evaluate
           end-read
           close buyer-file.

      *----------------------------------------------------------
      * Joint owners all get the letter; the joint-owner records
      * carry the lead seller too, so with none on file the lead
      * seller is the only owner.
      *----------------------------------------------------------
       PARA-200-NOTIFY-OWNERS.

           move 0 to ws-owner-count
           move 0 to ws-jo-eof

           open input joint-owner-file
           perform until ws-jo-eof = 1
               read joint-owner-file next record
                   at end
                       move 1 to ws-jo-eof
                   not at end
                       if JO-PROPERTY-ID =
                         property-id of property-record
                           add 1 to ws-owner-count
                           move JO-SELLER-ID to ws-owner-seller-id
                           perform PARA-300-NOTIFY-ONE-OWNER
                       end-if
           end-perform
           close joint-owner-file

           if ws-owner-count = 0
               move PROP-SELLER-ID of property-record to
                 ws-owner-seller-id
               perform PARA-300-NOTIFY-ONE-OWNER
           end-if.

       PARA-300-NOTIFY-ONE-OWNER.

           open input seller-file
           move ws-owner-seller-id to SELLER-ID of seller-record
           read seller-file
               invalid key
                   move "NOSEND" to ws-audit-action
                   move spaces to ws-audit-new-value
                   string "OWNER ", ws-owner-seller-id,
                     " NOT ON SELLER FILE" into ws-audit-new-value
                   add 1 to ws-letters-held
               not invalid key
                   if SELLER-DO-NOT-CONTACT = "Y" or
                     SELLER-CONSENT-POST = "N"
                       move "NOSEND" to ws-audit-action
                       move spaces to ws-audit-new-value
                       string "OWNER ", ws-owner-seller-id,
                         " - NO POSTAL CONSENT OR DO-NOT-CONTACT"
                         into ws-audit-new-value
                       add 1 to ws-letters-held
                   else
                       perform PARA-400-WRITE-LETTER
                       move "NOTICE" to ws-audit-action
                       move spaces to ws-audit-new-value
                       string "LETTER TO OWNER ", ws-owner-seller-id,
                         " IN ", ws-letter-name
                         into ws-audit-new-value
                       add 1 to ws-letters-sent
                   end-if
           end-read
           close seller-file

           move "OFFER" to ws-audit-record-type
           move OFR-ID to ws-audit-key
           move spaces to ws-audit-old-value
           perform Write-Audit-Log.

       PARA-400-WRITE-LETTER.

           move all "=" to offer-letter-line
           write offer-letter-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 offer-letter-line
               write offer-letter-line
           end-perform
           move all "-" to offer-letter-line
           write offer-letter-line
           move "NOTIFICATION OF OFFER RECEIVED" to offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           string "DATED ", ws-date-stamp(7:2), "/",
             ws-date-stamp(5:2), "/", ws-date-stamp(1:4),
             "          OFFER REF ", OFR-ID into offer-letter-line
           write offer-letter-line
           move all "-" to offer-letter-line
           write offer-letter-line

           move spaces to offer-letter-line
           string "  ", SELLER-NAME into offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           string "  ", SELLER-AL1 into offer-letter-line
           write offer-letter-line
           if SELLER-AL2 not = spaces
               move spaces to offer-letter-line
               string "  ", SELLER-AL2 into offer-letter-line
               write offer-letter-line
           end-if
           if SELLER-AL3 not = spaces
               move spaces to offer-letter-line
               string "  ", SELLER-AL3 into offer-letter-line
               write offer-letter-line
           end-if
           if SELLER-AL4 not = spaces
               move spaces to offer-letter-line
               string "  ", SELLER-AL4 into offer-letter-line
               write offer-letter-line
           end-if
           move spaces to offer-letter-line
           string "  ", SELLER-POSTCODE into offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           write offer-letter-line

           move spaces to offer-letter-line
           string "RE: ", PROPERTY-AL1 of property-record, " ",
             PROPERTY-POSTCODE of property-record,
             "   (REF ", property-id of property-record, ")"
             into offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           write offer-letter-line

           move "We are required to pass on to you in writing every"
             to offer-letter-line
           write offer-letter-line
           move "offer made on your property. We have received the"
             to offer-letter-line
           write offer-letter-line
           move "following offer:" to offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           write offer-letter-line

           move OFR-AMOUNT to ws-amount-disp
           move spaces to offer-letter-line
           string "  OFFER AMOUNT     ", ws-amount-disp
             into offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           string "  RECEIVED         ", OFR-DAY, "/", OFR-MONTH,
             "/", OFR-YEAR, " AT ", OFR-HOUR, ":", OFR-MIN
             into offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           string "  BUYER            ", ws-buyer-name,
             " (REF ", OFR-BUYER-ID, ")" into offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           string "  FINANCE          ", ws-finance-words
             into offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           string "  OWN SALE         ", ws-own-sale-words
             into offer-letter-line
           write offer-letter-line
           move spaces to offer-letter-line
           write offer-letter-line

           if ws-owner-count > 0
               move "A copy of this notice goes to each owner of the"
                 to offer-letter-line
               write offer-letter-line
               move "property." to offer-letter-line
               write offer-letter-line
           end-if
           move "Please contact your negotiator with your"
             to offer-letter-line
           write offer-letter-line
           move "instructions on this offer." to offer-letter-line
           write offer-letter-line
           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to offer-letter-line
               write offer-letter-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 offer-letter-line
               write offer-letter-line
           end-perform
           move all "=" to offer-letter-line
           write offer-letter-line.

      *----------------------------------------------------------
      * The compliance record: when the notice went out and how
      * many owners it reached, on the offer itself.
      *----------------------------------------------------------
       PARA-500-STAMP-OFFER.

           open i-o offer-file
           move ws-notice-offer-id to OFR-ID
           read offer-file
               invalid key
                   continue
               not invalid key
                   if ws-letters-sent > 0
                       move ws-date-stamp to OFR-NOTICE-DATE
                       move ws-time-stamp to OFR-NOTICE-TIME
                   end-if
                   move ws-letters-sent to OFR-NOTICE-COUNT
                   move ws-letters-held to OFR-NOTICE-HELD
                   rewrite OFFER-RECORD
           end-read
           close offer-file.

       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       end program OfferNotice.
