      *FEEFORECAST.cbl
      *Fee income forecast from the sales pipeline - what the
      *directors ask for every quarter. Every agreed sale on
      *SALES-PROG-FILE whose property is still sold subject to
      *contract (OFFER-STATUS "S") and not yet completed is priced
      *at OFFER-AMOUNT times the TERMS-COMMISSION-RATE frozen on the
      *instruction terms (the seller's current rate where no terms
      *were captured, the standard rate in force today where there
      *is neither), then weighted by how far the sale has got:
      *  memo of sale only, survey done, searches back, exchanged.
      *The weights are the FCST-WEIGHT-* config settings (percent).
      *The fee lands in the month the sale is expected to complete:
      *SP-COMPLETION-DATE once exchanged, otherwise the latest
      *milestone date plus our own average days from that milestone
      *to completion, worked out from the completed sales on file.
      *An expected month already past is shown as due this month.
      *Totals by branch and by selling negotiator attribute the fee
      *the way SalesTargets.cbl attributes fee income. Written to a
      *date-stamped FEEFCST dataset and the print spool. Reached
      *from the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. FeeForecast.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "salesprogfile.cpy".
       copy "propertyfile.cpy".
       copy "termsfile.cpy".
       copy "sellerfile.cpy".
       copy "configfile.cpy".
       copy "feeratefile.cpy".
       copy "spoolfile.cpy".

           select optional forecast-file assign to
               ws-forecast-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "salesprogrecord.cpy".
       copy "propertyrecord.cpy".
       copy "termsrecord.cpy".
       copy "sellerrecord.cpy".
       copy "configrecord.cpy".
       copy "feeraterecord.cpy".
       copy "spoolrecord.cpy".

       FD forecast-file.
       01 forecast-line pic x(80).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-feerate.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-forecast-name pic x(20) value spaces.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-today-month pic 99 value 0.
       01 ws-today-year pic 9999 value 0.
       01 ws-today-month-no pic 9(6) value 0.

      *Stages: 1 memo of sale only, 2 survey done, 3 searches
      *back, 4 exchanged.
       01 ws-stage pic 9 value 0.
       01 ws-stage-names.
         03 filler pic x(10) value "MEMO ONLY".
         03 filler pic x(10) value "SURVEYED".
         03 filler pic x(10) value "SEARCHES".
         03 filler pic x(10) value "EXCHANGED".
       01 ws-stage-name-table redefines ws-stage-names.
         03 ws-stage-name pic x(10) occurs 4 times.
       01 ws-stage-table occurs 4 times.
         03 stg-weight pic 9(3).
         03 stg-days-total pic 9(9) comp.
         03 stg-days-count pic 9(5) comp.
         03 stg-avg-days pic 9(4).
         03 stg-count pic 9(4).
         03 stg-weighted pic 9(8)v99.
       01 ws-stage-idx pic 9 value 0 comp.

      *Default days to completion from each milestone, used only
      *until there are completed sales on file to average.
       01 ws-default-days.
         03 filler pic 9(4) value 0098.
         03 filler pic 9(4) value 0070.
         03 filler pic 9(4) value 0042.
         03 filler pic 9(4) value 0021.
       01 ws-default-days-table redefines ws-default-days.
         03 ws-default-day pic 9(4) occurs 4 times.

       01 ws-stage-yyyymmdd pic 9(8) value 0.
       01 ws-completion-yyyymmdd pic 9(8) value 0.
       01 ws-expected-yyyymmdd pic 9(8) value 0.
       01 ws-expected-parts redefines ws-expected-yyyymmdd.
         03 ws-expected-year pic 9999.
         03 ws-expected-month pic 99.
         03 filler pic 99.
       01 ws-days-taken pic s9(8) value 0 comp.
       01 ws-date-int pic 9(8) value 0 comp.
       01 ws-expected-month-no pic 9(6) value 0.

       01 ws-is-live pic 9 value 0 comp.
       01 ws-sale-amount pic 9(6)v99 value 0.
       01 ws-sale-rate pic 99v99 value 0.
       01 ws-sale-fee pic 9(7)v99 value 0.
       01 ws-sale-weighted pic 9(7)v99 value 0.
       01 ws-sale-branch pic 99 value 0.
       01 ws-sale-user pic 9(6) value 0.

      *Month buckets - this month and the next eleven, then
      *anything later in the thirteenth.
       01 ws-month-idx pic 99 value 0 comp.
       01 ws-month-table occurs 13 times.
         03 mth-count pic 9(4).
         03 mth-fee pic 9(8)v99.
         03 mth-weighted pic 9(8)v99.
       01 ws-label-month pic 99 value 0.
       01 ws-label-year pic 9999 value 0.

      *Branch and negotiator totals - weighted fee due within the
      *next quarter (this month and the two after) and within the
      *twelve months.
       01 ws-own-count pic 9(3) value 0 comp.
       01 ws-own-idx pic 9(3) value 0 comp.
       01 ws-own-found pic 9(3) value 0 comp.
       01 ws-own-table occurs 150 times.
         03 own-type pic x.
         03 own-id pic 9(6).
         03 own-count pic 9(4).
         03 own-quarter pic 9(8)v99.
         03 own-year pic 9(8)v99.
       01 ws-find-type pic x value space.
       01 ws-find-id pic 9(6) value 0.

       01 ws-total-count pic 9(4) value 0.
       01 ws-total-fee pic 9(9)v99 value 0.
       01 ws-total-weighted pic 9(9)v99 value 0.
       01 ws-quarter-weighted pic 9(9)v99 value 0.
       01 ws-fee-disp pic zz,zzz,zz9.99.
       01 ws-weighted-disp pic zz,zzz,zz9.99.
       01 ws-quarter-disp pic zz,zzz,zz9.99.
       01 ws-count-disp pic zzz9.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           move function current-date(1:8) to ws-today-yyyymmdd
           move ws-today-yyyymmdd(5:2) to ws-today-month
           move ws-today-yyyymmdd(1:4) to ws-today-year
           compute ws-today-month-no =
             (ws-today-year * 12) + ws-today-month

           perform PARA-050-LOAD-WEIGHTS
           perform PARA-100-AVERAGE-DAYS
           perform PARA-200-FORECAST-SALES
           perform PARA-500-PRINT-FORECAST

           display " "
           display "Press ENTER to return to the menu."
           accept ws-continue

           goback.

       PARA-050-LOAD-WEIGHTS.

           move "FCST-WEIGHT-MEMO" to WS-CONFIG-NAME
           move 40 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to stg-weight(1)

           move "FCST-WEIGHT-SURVEY" to WS-CONFIG-NAME
           move 60 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to stg-weight(2)

           move "FCST-WEIGHT-SEARCHES" to WS-CONFIG-NAME
           move 80 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to stg-weight(3)

           move "FCST-WEIGHT-EXCHANGE" to WS-CONFIG-NAME
           move 100 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to stg-weight(4)

           perform varying ws-stage-idx from 1 by 1
             until ws-stage-idx > 4
               if stg-weight(ws-stage-idx) > 100
                   move 100 to stg-weight(ws-stage-idx)
               end-if
               move 0 to stg-days-total(ws-stage-idx)
               move 0 to stg-days-count(ws-stage-idx)
               move 0 to stg-count(ws-stage-idx)
               move 0 to stg-weighted(ws-stage-idx)
           end-perform.

      *----------------------------------------------------------
      * Our own history: for every sale that has completed, the
      * days from each milestone it passed to its completion date,
      * averaged per milestone.
      *----------------------------------------------------------
       PARA-100-AVERAGE-DAYS.

           move 0 to ws-end-of-file
           open input sales-prog-file
           perform until ws-end-of-file = 1
               read sales-prog-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-completion-yyyymmdd =
                         (SP-COMPLETION-YEAR * 10000) +
                         (SP-COMPLETION-MONTH * 100) +
                         SP-COMPLETION-DAY
                       if SP-COMPLETION-YEAR not = 0 and
                         ws-completion-yyyymmdd not >
                         ws-today-yyyymmdd
                           perform PARA-150-TAKE-COMPLETED-SALE
                       end-if
           end-perform
           close sales-prog-file

           perform varying ws-stage-idx from 1 by 1
             until ws-stage-idx > 4
               if stg-days-count(ws-stage-idx) = 0
                   move ws-default-day(ws-stage-idx) to
                     stg-avg-days(ws-stage-idx)
               else
                   compute stg-avg-days(ws-stage-idx) rounded =
                     stg-days-total(ws-stage-idx) /
                     stg-days-count(ws-stage-idx)
               end-if
           end-perform.

       PARA-150-TAKE-COMPLETED-SALE.

           if SP-MEMO-SALE-YEAR not = 0
               compute ws-stage-yyyymmdd = (SP-MEMO-SALE-YEAR * 10000)
                 + (SP-MEMO-SALE-MONTH * 100) + SP-MEMO-SALE-DAY
               move 1 to ws-stage-idx
               perform PARA-160-ADD-DAYS-TAKEN
           end-if
           if SP-SURVEY-YEAR not = 0
               compute ws-stage-yyyymmdd = (SP-SURVEY-YEAR * 10000)
                 + (SP-SURVEY-MONTH * 100) + SP-SURVEY-DAY
               move 2 to ws-stage-idx
               perform PARA-160-ADD-DAYS-TAKEN
           end-if
           if SP-SEARCHES-YEAR not = 0
               compute ws-stage-yyyymmdd = (SP-SEARCHES-YEAR * 10000)
                 + (SP-SEARCHES-MONTH * 100) + SP-SEARCHES-DAY
               move 3 to ws-stage-idx
               perform PARA-160-ADD-DAYS-TAKEN
           end-if
           if SP-EXCHANGE-YEAR not = 0
               compute ws-stage-yyyymmdd = (SP-EXCHANGE-YEAR * 10000)
                 + (SP-EXCHANGE-MONTH * 100) + SP-EXCHANGE-DAY
               move 4 to ws-stage-idx
               perform PARA-160-ADD-DAYS-TAKEN
           end-if.

       PARA-160-ADD-DAYS-TAKEN.

           compute ws-days-taken =
             function integer-of-date(ws-completion-yyyymmdd) -
             function integer-of-date(ws-stage-yyyymmdd)
           if ws-days-taken > 0
               add ws-days-taken to stg-days-total(ws-stage-idx)
               add 1 to stg-days-count(ws-stage-idx)
           end-if.

       PARA-200-FORECAST-SALES.

           move 0 to ws-own-count
           perform varying ws-month-idx from 1 by 1
             until ws-month-idx > 13
               move 0 to mth-count(ws-month-idx)
               move 0 to mth-fee(ws-month-idx)
               move 0 to mth-weighted(ws-month-idx)
           end-perform

           move 0 to ws-end-of-file
           open input sales-prog-file
           perform until ws-end-of-file = 1
               read sales-prog-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-completion-yyyymmdd =
                         (SP-COMPLETION-YEAR * 10000) +
                         (SP-COMPLETION-MONTH * 100) +
                         SP-COMPLETION-DAY
                       if SP-COMPLETION-YEAR = 0 or
                         ws-completion-yyyymmdd > ws-today-yyyymmdd
                           perform PARA-250-FORECAST-ONE-SALE
                       end-if
           end-perform
           close sales-prog-file.

       PARA-250-FORECAST-ONE-SALE.

           perform PARA-260-READ-SALE
           if ws-is-live = 1 and ws-sale-fee not = 0
               perform PARA-300-WORK-OUT-STAGE
               perform PARA-350-BUCKET-SALE
           end-if.

      *----------------------------------------------------------
      * Only a sale still agreed counts - a fall-through puts the
      * property back on the market and leaves its progression
      * record behind. The fee is net of VAT, as invoiced.
      *----------------------------------------------------------
       PARA-260-READ-SALE.

           move 0 to ws-is-live
           move 0 to ws-sale-fee
           move 0 to ws-sale-rate
           move 0 to ws-sale-amount

           open input property-file
           perform Check-Property-Open
           move SP-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   if OFFER-STATUS of property-record = "S"
                       move 1 to ws-is-live
                       move OFFER-AMOUNT of property-record to
                         ws-sale-amount
                       if ws-sale-amount = 0
                           move PROPERTY-SOLD-PRICE of
                             property-record to ws-sale-amount
                       end-if
                       move PROPERTY-BRANCH-ID of property-record to
                         ws-sale-branch
                       move PROPERTY-SELL-USER-ID of property-record
                         to ws-sale-user
                   end-if
           end-read
           close property-file

           if ws-is-live = 1
               open input terms-file
               move SP-PROPERTY-ID to TERMS-PROPERTY-ID
               read terms-file
                   invalid key
                       continue
                   not invalid key
                       move TERMS-COMMISSION-RATE to ws-sale-rate
               end-read
               close terms-file

               if ws-sale-rate = 0
                   open input seller-file
                   perform Check-Seller-Open
                   move PROP-SELLER-ID of property-record to
                     SELLER-ID of seller-record
                   read seller-file
                       invalid key
                           continue
                       not invalid key
                           move SELLER-COMMISSION-RATE to
                             ws-sale-rate
                   end-read
                   close seller-file
               end-if

               if ws-sale-rate = 0
                   move "STD-COMMISSION-PCT" to WS-FEERATE-NAME
                   move function current-date(1:8) to WS-FEERATE-DATE
                   move 0 to WS-FEERATE-DEFAULT
                   perform Read-Fee-Rate
                   move WS-FEERATE-RESULT to ws-sale-rate
               end-if

               compute ws-sale-fee rounded =
                 ws-sale-amount * ws-sale-rate / 100
           end-if.

       PARA-300-WORK-OUT-STAGE.

           evaluate true
               when SP-EXCHANGE-YEAR not = 0
                   move 4 to ws-stage
                   compute ws-stage-yyyymmdd =
                     (SP-EXCHANGE-YEAR * 10000) +
                     (SP-EXCHANGE-MONTH * 100) + SP-EXCHANGE-DAY
               when SP-SEARCHES-YEAR not = 0
                   move 3 to ws-stage
                   compute ws-stage-yyyymmdd =
                     (SP-SEARCHES-YEAR * 10000) +
                     (SP-SEARCHES-MONTH * 100) + SP-SEARCHES-DAY
               when SP-SURVEY-YEAR not = 0
                   move 2 to ws-stage
                   compute ws-stage-yyyymmdd =
                     (SP-SURVEY-YEAR * 10000) +
                     (SP-SURVEY-MONTH * 100) + SP-SURVEY-DAY
               when other
                   move 1 to ws-stage
                   compute ws-stage-yyyymmdd =
                     (SP-MEMO-SALE-YEAR * 10000) +
                     (SP-MEMO-SALE-MONTH * 100) + SP-MEMO-SALE-DAY
           end-evaluate

      *An exchanged sale has its agreed completion date; anything
      *else is projected from its latest milestone. A milestone
      *with no date at all projects from today.
           if ws-stage = 4 and SP-COMPLETION-YEAR not = 0
               move ws-completion-yyyymmdd to ws-expected-yyyymmdd
           else
               if ws-stage-yyyymmdd < 19000101
                   move ws-today-yyyymmdd to ws-stage-yyyymmdd
               end-if
               compute ws-date-int =
                 function integer-of-date(ws-stage-yyyymmdd) +
                 stg-avg-days(ws-stage)
               compute ws-expected-yyyymmdd =
                 function date-of-integer(ws-date-int)
           end-if

           compute ws-sale-weighted rounded =
             ws-sale-fee * stg-weight(ws-stage) / 100.

       PARA-350-BUCKET-SALE.

           compute ws-expected-month-no =
             (ws-expected-year * 12) + ws-expected-month
           if ws-expected-month-no < ws-today-month-no
               move 1 to ws-month-idx
           else
               if ws-expected-month-no - ws-today-month-no > 11
                   move 13 to ws-month-idx
               else
                   compute ws-month-idx =
                     ws-expected-month-no - ws-today-month-no + 1
               end-if
           end-if

           add 1 to mth-count(ws-month-idx)
           add ws-sale-fee to mth-fee(ws-month-idx)
           add ws-sale-weighted to mth-weighted(ws-month-idx)
           add 1 to stg-count(ws-stage)
           add ws-sale-weighted to stg-weighted(ws-stage)

           move "B" to ws-find-type
           move ws-sale-branch to ws-find-id
           perform PARA-400-ADD-TO-OWNER
           if ws-sale-user not = 0
               move "U" to ws-find-type
               move ws-sale-user to ws-find-id
               perform PARA-400-ADD-TO-OWNER
           end-if.

       PARA-400-ADD-TO-OWNER.

           move 0 to ws-own-found
           perform varying ws-own-idx from 1 by 1
             until ws-own-idx > ws-own-count
               if own-type(ws-own-idx) = ws-find-type and
                 own-id(ws-own-idx) = ws-find-id
                   move ws-own-idx to ws-own-found
               end-if
           end-perform
           if ws-own-found = 0 and ws-own-count < 150
               add 1 to ws-own-count
               move ws-own-count to ws-own-found
               move ws-find-type to own-type(ws-own-found)
               move ws-find-id to own-id(ws-own-found)
               move 0 to own-count(ws-own-found)
               move 0 to own-quarter(ws-own-found)
               move 0 to own-year(ws-own-found)
           end-if

           if ws-own-found not = 0
               add 1 to own-count(ws-own-found)
               if ws-month-idx < 4
                   add ws-sale-weighted to own-quarter(ws-own-found)
               end-if
               if ws-month-idx < 13
                   add ws-sale-weighted to own-year(ws-own-found)
               end-if
           end-if.

       PARA-500-PRINT-FORECAST.

           move spaces to ws-forecast-name
           string "FEEFCST.", ws-today-yyyymmdd into ws-forecast-name
           open extend forecast-file

           move all "=" to forecast-line
           perform PARA-590-PUT-LINE
           move spaces to forecast-line
           string "FEE INCOME FORECAST AT ", ws-today-yyyymmdd(7:2),
             "/", ws-today-yyyymmdd(5:2), "/", ws-today-yyyymmdd(1:4)
             into forecast-line
           perform PARA-590-PUT-LINE
           move all "=" to forecast-line
           perform PARA-590-PUT-LINE

           move spaces to forecast-line
           string "STAGE        WEIGHT  AVG DAYS  SALES",
             "   WEIGHTED FEE" into forecast-line
           perform PARA-590-PUT-LINE
           perform varying ws-stage-idx from 1 by 1
             until ws-stage-idx > 4
               move stg-count(ws-stage-idx) to ws-count-disp
               move stg-weighted(ws-stage-idx) to ws-weighted-disp
               move spaces to forecast-line
               string ws-stage-name(ws-stage-idx), "    ",
                 stg-weight(ws-stage-idx), "%    ",
                 stg-avg-days(ws-stage-idx), "   ", ws-count-disp,
                 "  ", ws-weighted-disp into forecast-line
               perform PARA-590-PUT-LINE
           end-perform

           move spaces to forecast-line
           perform PARA-590-PUT-LINE
           move spaces to forecast-line
           string "EXPECTED COMPLETION  SALES      GROSS FEE",
             "   WEIGHTED FEE" into forecast-line
           perform PARA-590-PUT-LINE

           move 0 to ws-total-count
           move 0 to ws-total-fee
           move 0 to ws-total-weighted
           move 0 to ws-quarter-weighted
           move ws-today-month to ws-label-month
           move ws-today-year to ws-label-year
           perform varying ws-month-idx from 1 by 1
             until ws-month-idx > 13
               perform PARA-550-PRINT-MONTH
           end-perform

           move ws-total-count to ws-count-disp
           move ws-total-fee to ws-fee-disp
           move ws-total-weighted to ws-weighted-disp
           move spaces to forecast-line
           string "TOTAL PIPELINE       ", ws-count-disp, "  ",
             ws-fee-disp, "  ", ws-weighted-disp into forecast-line
           perform PARA-590-PUT-LINE
           move ws-quarter-weighted to ws-quarter-disp
           move spaces to forecast-line
           string "NEXT QUARTER (THIS MONTH + 2) WEIGHTED ",
             ws-quarter-disp into forecast-line
           perform PARA-590-PUT-LINE

           move spaces to forecast-line
           perform PARA-590-PUT-LINE
           move spaces to forecast-line
           string "BY BRANCH / NEGOTIATOR  SALES  NEXT QUARTER",
             "   NEXT 12 MONTHS" into forecast-line
           perform PARA-590-PUT-LINE
           move "B" to ws-find-type
           perform varying ws-own-idx from 1 by 1
             until ws-own-idx > ws-own-count
               perform PARA-570-PRINT-OWNER
           end-perform
           move "U" to ws-find-type
           perform varying ws-own-idx from 1 by 1
             until ws-own-idx > ws-own-count
               perform PARA-570-PRINT-OWNER
           end-perform

           close forecast-file

           move "FEE INCOME FORECAST" to WS-SPOOL-JOB
           move ws-forecast-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Forecast written to " ws-forecast-name.

       PARA-550-PRINT-MONTH.

           move mth-count(ws-month-idx) to ws-count-disp
           move mth-fee(ws-month-idx) to ws-fee-disp
           move mth-weighted(ws-month-idx) to ws-weighted-disp
           move spaces to forecast-line
           if ws-month-idx = 13
               string "LATER                ", ws-count-disp, "  ",
                 ws-fee-disp, "  ", ws-weighted-disp
                 into forecast-line
           else
               string ws-label-month, "/", ws-label-year,
                 "              ", ws-count-disp, "  ", ws-fee-disp,
                 "  ", ws-weighted-disp into forecast-line
           end-if
           perform PARA-590-PUT-LINE

           add mth-count(ws-month-idx) to ws-total-count
           add mth-fee(ws-month-idx) to ws-total-fee
           add mth-weighted(ws-month-idx) to ws-total-weighted
           if ws-month-idx < 4
               add mth-weighted(ws-month-idx) to ws-quarter-weighted
           end-if

           add 1 to ws-label-month
           if ws-label-month > 12
               move 1 to ws-label-month
               add 1 to ws-label-year
           end-if.

       PARA-570-PRINT-OWNER.

           if own-type(ws-own-idx) = ws-find-type
               move own-count(ws-own-idx) to ws-count-disp
               move own-quarter(ws-own-idx) to ws-quarter-disp
               move own-year(ws-own-idx) to ws-weighted-disp
               move spaces to forecast-line
               if ws-find-type = "B"
                   string "BRANCH ", own-id(ws-own-idx)(5:2),
                     "               ", ws-count-disp, " ",
                     ws-quarter-disp, "    ", ws-weighted-disp
                     into forecast-line
               else
                   string "NEGOTIATOR ", own-id(ws-own-idx),
                     "       ", ws-count-disp, " ",
                     ws-quarter-disp, "    ", ws-weighted-disp
                     into forecast-line
               end-if
               perform PARA-590-PUT-LINE
           end-if.

       PARA-590-PUT-LINE.

           write forecast-line
           display forecast-line.

       copy "ReadConfigValue.cpy".
       copy "FeeRateRead.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program FeeForecast.
