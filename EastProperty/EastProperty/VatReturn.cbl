      *return plus the underlying invoice listing to a dated VATRET
      *dataset for the file. Replaces the calculator-and-invoice-
      *print ritual at quarter end. Reached from the reports menu.
      *Each invoice line shows the VAT rate in force on the invoice
      *date (FeeRateRead.cpy), so a quarter that straddles a change
      *of rate reads straight off the listing.
      *In the month-end stream (MonthEnd.cbl) the return runs only
      *when the stream's period closes a VAT quarter - quarters end
      *in the month set by CONFIG-FILE VAT-QTR-END-MONTH (1, 2 or 3,
      *default 3: March, June, September, December) and every third
      *month on - and takes no keyed credit adjustments; anything
      *the ledger does not know about needs the return re-run from
      *the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. VatReturn.

       copy "invoicefile.cpy".
       copy "creditnotefile.cpy".
       copy "configfile.cpy".
       copy "feeratefile.cpy".

           select optional vat-return-file assign to ws-return-name
               organization is line sequential.
       FILE SECTION.
       copy "invoicerecord.cpy".
       copy "creditnoterecord.cpy".
       copy "configrecord.cpy".
       copy "feeraterecord.cpy".

       FD vat-return-file.
       01 vat-return-line pic x(100).

       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-config.cpy".
       copy "ws-feerate.cpy".
       copy "ws-monthend.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-q-year-2 pic 9999 value 0.
       01 ws-q-year-3 pic 9999 value 0.
       01 ws-in-quarter pic 9 value 0 comp.
       01 ws-qtr-end-month pic 99 value 0.
       01 ws-qtr-offset pic 99 value 0.

       01 ws-invoice-count pic 9(5) value 0.
       01 ws-output-vat pic 9(9)v99 value 0.
       01 ws-final-vat pic s9(9)v99 value 0.
       01 ws-final-net pic s9(9)v99 value 0.
       01 ws-money-disp pic -(9)9.99.
       01 ws-rate-disp pic zz9.99.

       procedure division.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "MONTH-END-PERIOD" upon environment-name
           move spaces to WS-ME-PERIOD
           accept WS-ME-PERIOD from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST QUARTERLY VAT RETURN"
           display "-----------------------------------------------"
           if WS-ME-PERIOD not = spaces
               move 0 to return-code
               perform PARA-020-STREAM-QUARTER
               if ws-start-month = 0
                   display "Period " WS-ME-MONTH "/" WS-ME-YEAR
                     " does not close a VAT quarter - no return."
                   goback
               end-if
           else
               display "First month of the quarter (MM YYYY):"
               move spaces to ws-period-input
               accept ws-period-input
               move function numval(ws-period-input(1:2)) to
                 ws-start-month
               move function numval(ws-period-input(4:4)) to
                 ws-start-year
               if ws-start-month = 0 or ws-start-month > 12 or
                 ws-start-year = 0
                   display "Period not understood - nothing run."
                   goback
               end-if
           end-if

           perform PARA-050-WORK-OUT-QUARTER

           move 0 to ws-adj-net
           move 0 to ws-adj-vat
           if WS-ME-PERIOD = spaces
               display "Credit adjustment - NET to deduct (0 for none):"
               move spaces to ws-adj-input
               accept ws-adj-input
               move function numval(ws-adj-input) to ws-adj-net
               display "Credit adjustment - VAT to deduct (0 for none):"
               move spaces to ws-adj-input
               accept ws-adj-input
               move function numval(ws-adj-input) to ws-adj-vat
           end-if

           string "VATRET.", ws-start-year, ws-start-month into
             ws-return-name
           write vat-return-line
           move all "-" to vat-return-line
           write vat-return-line
           move "INVOICE  DATE        NET          VAT          RATE"
             to vat-return-line
           write vat-return-line

           perform PARA-100-SCAN-INVOICES

           goback.

      *----------------------------------------------------------
      * The stream's period closes a quarter when it falls a whole
      * number of quarters after the configured quarter-end month;
      * the quarter then started two months earlier. Otherwise the
      * start month comes back zero.
      *----------------------------------------------------------
       PARA-020-STREAM-QUARTER.

           move "VAT-QTR-END-MONTH" to WS-CONFIG-NAME
           move 3 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-qtr-end-month
           if ws-qtr-end-month < 1 or ws-qtr-end-month > 3
               move 3 to ws-qtr-end-month
           end-if

           move 0 to ws-start-month
           move 0 to ws-start-year
           compute ws-qtr-offset =
             function mod(WS-ME-MONTH + 12 - ws-qtr-end-month, 3)
           if ws-qtr-offset = 0
               move WS-ME-YEAR to ws-start-year
               if WS-ME-MONTH > 2
                   compute ws-start-month = WS-ME-MONTH - 2
               else
                   compute ws-start-month = WS-ME-MONTH + 10
                   subtract 1 from ws-start-year
               end-if
           end-if.

       PARA-050-WORK-OUT-QUARTER.

           move ws-start-month to ws-q-month-1
           move 0 to ws-output-vat
           move 0 to ws-net-sales

           move "VAT-RATE-PCT" to WS-CONFIG-NAME
           move 20 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to WS-FEERATE-DEFAULT
           move "VAT-RATE-PCT" to WS-FEERATE-NAME

           open input invoice-file
           perform until ws-end-of-file = 1
               read invoice-file next record
                           add INVOICE-VAT to ws-output-vat
                           add INVOICE-NET to ws-net-sales

                           compute WS-FEERATE-DATE =
                             (INVOICE-YEAR * 10000) +
                             (INVOICE-MONTH * 100) + INVOICE-DAY
                           perform Read-Fee-Rate
                           move WS-FEERATE-RESULT to ws-rate-disp

                           move spaces to vat-return-line
                           string INVOICE-NO, "   ", INVOICE-DAY,
                             "/", INVOICE-MONTH, "/", INVOICE-YEAR,
                             "  ", INVOICE-NET, "  ", INVOICE-VAT,
                             "  ", ws-rate-disp, "%"
                             into vat-return-line
                           write vat-return-line
                           display vat-return-line
           write vat-return-line.

       copy "SpoolWrite.cpy".
       copy "ReadConfigValue.cpy".
       copy "FeeRateRead.cpy".

       copy "MainFileOpenCheck.cpy".

