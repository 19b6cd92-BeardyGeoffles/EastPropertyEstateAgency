      *  1. Raise invoices - one per sold property not yet invoiced,
      *     numbered from the sequence file, commission at the rate
      *     signed at instruction (the terms file) or failing that
      *     SELLER-COMMISSION-RATE, or failing both the standard
      *     commission rate in force on the sold date, on the
      *     effective sold price, VAT added at the rate in force on
      *     the invoice date (FEE-RATE-FILE VAT-RATE-PCT, before any
      *     dated rate the CONFIG-FILE setting, default 20), with a
      *     printable invoice document showing the rate written to a
      *     date-stamped INVDOC dataset.
      *  2. Receipt an invoice - mark it paid with the date.
      *  3. Aged debt report - every unpaid invoice with its age
      *     and credit notes netted off, so completed sales stop
      *     going uninvoiced and unchased.
      *  4. Credit notes - a renegotiated or mistaken fee gets its
      *     own numbered credit note with a reason, the invoice
      *     itself never amended. Its VAT is at the rate in force on
      *     the date of the invoice it credits, not today's.
      *The invoice document carries the letterhead of the property's
      *branch (LetterheadLines.cbl) as its header and footer.
      *A sale shared with a joint or sub-agent (AgencyShare.cbl) is
      *still invoiced to the vendor in full; raising the invoice
      *also raises a payable on AGENT-PAY-FILE for the other agent's
      *percentage of the net fee, with VAT at the invoice rate.
      *When AuctionResultsImport.cbl takes in a lot sold at auction
      *it hands the property over in the INVOICE-SALE-PROPERTY
      *environment setting, and that one sale is invoiced there and
      *then with no menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. CommissionInvoicing.
       copy "seqfile.cpy".
       copy "configfile.cpy".
       copy "jointownerfile.cpy".
       copy "feeratefile.cpy".
       copy "agencyfile.cpy".
       copy "agentpayfile.cpy".

           select optional invoice-doc-file assign to
               ws-invoice-doc-name
       copy "seqrecord.cpy".
       copy "configrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "feeraterecord.cpy".
       copy "agencyrecord.cpy".
       copy "agentpayrecord.cpy".

       FD invoice-doc-file.
       01 invoice-doc-line pic x(80).
       copy "ws-nextid.cpy".
       copy "ws-config.cpy".
       copy "ws-dayclose.cpy".
       copy "ws-feerate.cpy".
       copy "ws-letterhead.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-invoice-eof pic 9 value 0 comp.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-continue pic x value spaces.

       01 ws-invoice-doc-name pic x(20) value spaces.
       01 ws-doc-date-stamp pic x(8) value spaces.

       01 ws-vat-rate pic 9(3)v99 value 0.
       01 ws-vat-rate-disp pic zz9.99.
       01 ws-sold-yyyymmdd pic 9(8) value 0.
       01 ws-raised-count pic 9(4) value 0.
       01 ws-already-invoiced pic 9 value 0 comp.
       01 ws-effective-sold-price pic 9(6)v99 value 0.
       01 ws-joint-count pic 99 value 0 comp.
       01 ws-total-net pic 9(7)v99 value 0.
       01 ws-invoice-seller-id pic 9(6) value 0.
       01 ws-share-count pic 9(4) value 0.
       01 ws-last-invoice-no pic 9(6) value 0.

       01 ws-receipt-invoice-no pic 9(6) value 0.
       01 ws-receipt-input pic x(6) value spaces.
       01 ws-unpaid-count pic 9(4) value 0.
       01 ws-unpaid-total pic 9(9)v99 value 0.
       01 ws-menu-pick pic x value spaces.
       01 ws-handoff-input pic x(6) value spaces.

       01 ws-cn-input pic x(14) value spaces.
       01 ws-cn-eof pic 9 value 0 comp.

       PARA-000-MAIN.

           display "INVOICE-SALE-PROPERTY" upon environment-name
           move spaces to ws-handoff-input
           accept ws-handoff-input from environment-value
           if ws-handoff-input not = spaces
               perform PARA-150-RAISE-ONE-SALE
               goback
           end-if

           display " "
           display "-----------------------------------------------"
           display "     EAST COMMISSION INVOICING"

           goback.

      *----------------------------------------------------------
      * The VAT rate in force on WS-FEERATE-DATE. Before any VAT
      * rate was keyed with a date the old single setting stands.
      *----------------------------------------------------------
       PARA-050-VAT-RATE-ON-DATE.

           move "VAT-RATE-PCT" to WS-CONFIG-NAME
           move 20 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to WS-FEERATE-DEFAULT

           move "VAT-RATE-PCT" to WS-FEERATE-NAME
           perform Read-Fee-Rate
           move WS-FEERATE-RESULT to ws-vat-rate.

       PARA-100-RAISE-INVOICES.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           move function current-date(1:8) to WS-FEERATE-DATE
           perform PARA-050-VAT-RATE-ON-DATE

           move function current-date(1:8) to ws-doc-date-stamp
           string "INVDOC.", ws-doc-date-stamp

           move 0 to ws-end-of-file
           move 0 to ws-raised-count
           move 0 to ws-share-count

           open input property-file
           perform Check-Property-Open

           display " "
           display ws-raised-count " invoice(s) raised - documents"
             " written to " ws-invoice-doc-name
           if ws-share-count not = 0
               display ws-share-count " fee share(s) raised for"
                 " other agents - see Joint and Sub-Agency."
           end-if.

      *----------------------------------------------------------
      * One sale handed over by the caller, on the same rules as
      * the full run - sold, dated and not invoiced before.
      *----------------------------------------------------------
       PARA-150-RAISE-ONE-SALE.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           move function current-date(1:8) to WS-FEERATE-DATE
           perform PARA-050-VAT-RATE-ON-DATE

           move function current-date(1:8) to ws-doc-date-stamp
           move spaces to ws-invoice-doc-name
           string "INVDOC.", ws-doc-date-stamp
             into ws-invoice-doc-name

           move 0 to ws-raised-count
           move 0 to ws-share-count

           open input property-file
           perform Check-Property-Open
           move function numval(ws-handoff-input) to
             property-id of property-record
           read property-file
               invalid key
                   display "PROPERTY " ws-handoff-input
                     " not on file - no invoice raised."
               not invalid key
                   if OFFER-STATUS of property-record = "S" and
                     SOLD-YEAR of property-record not = 0
                       perform PARA-200-CHECK-ALREADY-INVOICED
                       if ws-already-invoiced = 0
                           open extend invoice-doc-file
                           perform PARA-300-RAISE-ONE-INVOICE
                           close invoice-doc-file
                       else
                           display "PROPERTY " ws-handoff-input
                             " already invoiced."
                       end-if
                   end-if
           end-read
           close property-file.

       PARA-200-CHECK-ALREADY-INVOICED.

           end-read
           close terms-file

      *Neither the terms nor the seller carry a rate - the standard
      *rate as it stood when the sale completed.
           if ws-commission-rate = 0
               compute ws-sold-yyyymmdd =
                 (SOLD-YEAR of property-record * 10000) +
                 (SOLD-MONTH of property-record * 100) +
                 SOLD-DAY of property-record
               move "STD-COMMISSION-PCT" to WS-FEERATE-NAME
               move ws-sold-yyyymmdd to WS-FEERATE-DATE
               move 0 to WS-FEERATE-DEFAULT
               perform Read-Fee-Rate
               move WS-FEERATE-RESULT to ws-commission-rate
           end-if

           if ws-commission-rate = 0
               display "PROPERTY " property-id of property-record
                 " skipped - no commission rate on the seller."
               else
                   perform PARA-340-INVOICE-JOINT-OWNERS
               end-if

               perform PARA-360-RAISE-AGENT-SHARE
           end-if.

       PARA-320-COUNT-JOINT-OWNERS.
           open i-o invoice-file
           write INVOICE-RECORD
           close invoice-file
           move INVOICE-NO to ws-last-invoice-no

           perform PARA-350-PRINT-INVOICE-DOC

             property-id of property-record " SELLER "
             ws-invoice-seller-id.

      *----------------------------------------------------------
      * A joint or sub-agent's share comes out of the whole fee,
      * however many owners it was split across, and is tied to the
      * last invoice raised for the sale.
      *----------------------------------------------------------
       PARA-360-RAISE-AGENT-SHARE.

           open input agency-file
           move property-id of property-record to AGY-PROPERTY-ID
           read agency-file
               invalid key
                   move 0 to AGY-SHARE-PCT
           end-read
           close agency-file

           if AGY-SHARE-PCT not = 0
               move "AGENTPAY" to WS-NEXTID-SEQ-NAME
               perform Generate-Next-Id

               initialize AGENT-PAY-RECORD
               move WS-NEXTID-RESULT to APAY-ID
               move property-id of property-record to
                 APAY-PROPERTY-ID
               move ws-last-invoice-no to APAY-INVOICE-NO
               move AGY-BASIS to APAY-BASIS
               move AGY-AGENT-NAME to APAY-AGENT-NAME
               move AGY-SHARE-PCT to APAY-SHARE-PCT
               move function current-date(7:2) to APAY-RAISED-DAY
               move function current-date(5:2) to
                 APAY-RAISED-MONTH
               move function current-date(1:4) to APAY-RAISED-YEAR
               compute APAY-NET rounded =
                 ws-total-net * AGY-SHARE-PCT / 100
               compute APAY-VAT rounded =
                 APAY-NET * ws-vat-rate / 100
               compute APAY-GROSS = APAY-NET + APAY-VAT
               move "U" to APAY-STATUS
               move ws-current-user-id to APAY-USER-ID

               open i-o agent-pay-file
               write AGENT-PAY-RECORD
               close agent-pay-file

               add 1 to ws-share-count
               move APAY-GROSS to ws-money-disp
               display "  Fee share " APAY-ID " of " ws-money-disp
                 " owed to " APAY-AGENT-NAME
           end-if.

       PARA-350-PRINT-INVOICE-DOC.

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move all "=" to invoice-doc-line
           write invoice-doc-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 invoice-doc-line
               write invoice-doc-line
           end-perform
           move all "-" to invoice-doc-line
           write invoice-doc-line
           move spaces to invoice-doc-line
           string "COMMISSION INVOICE NO ",
             INVOICE-NO into invoice-doc-line
           write invoice-doc-line
           move spaces to invoice-doc-line
           write invoice-doc-line

           move ws-vat-amount to ws-money-disp
           move ws-vat-rate to ws-vat-rate-disp
           move spaces to invoice-doc-line
           string "VAT AT ", ws-vat-rate-disp, "%      ",
             ws-money-disp into invoice-doc-line
           write invoice-doc-line

           move ws-gross-amount to ws-money-disp
             invoice-doc-line
           write invoice-doc-line

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to invoice-doc-line
               write invoice-doc-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 invoice-doc-line
               write invoice-doc-line
           end-perform

           move spaces to invoice-doc-line
           write invoice-doc-line.

      *----------------------------------------------------------
      * A credit note is the only supported way to reduce a fee
      * after the invoice went out: its own number off the
      * sequence file, a reason, VAT at the rate in force on the
      * invoice's own date, and the original invoice untouched
      * forever.
      *----------------------------------------------------------
       PARA-600-RAISE-CREDIT-NOTE.

               goback
           end-if

           compute WS-FEERATE-DATE = (INVOICE-YEAR * 10000) +
             (INVOICE-MONTH * 100) + INVOICE-DAY
           perform PARA-050-VAT-RATE-ON-DATE

           compute ws-vat-amount rounded =
             ws-net-amount * ws-vat-rate / 100

       copy "GenerateNextId.cpy".
       copy "ReadConfigValue.cpy".
       copy "FeeRateRead.cpy".

       copy "DayCloseCheck.cpy".

