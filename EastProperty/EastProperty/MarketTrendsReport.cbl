      *average sold price by property type, bedroom count and
      *postcode district, each broken down by quarter - so a valuer
      *walks into an appraisal with our own sold evidence instead of
      *just the portals' figures. Other agents' sales in our
      *districts, loaded from the Land Registry price-paid data by
      *PricePaidImport.cbl, are rolled up beside ours in their own
      *EXT columns so the two are never mixed; the price paid has
      *no bedroom count, so the bedroom table stays ours alone.
      *Reached from the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. MarketTrendsReport.

       copy "propertyfile.cpy".
       copy "propertyarchivefile.cpy".
       copy "extcompfile.cpy".

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "propertyarchiverecord.cpy".
       copy "extcomprecord.cpy".

       working-storage section.

       01 ws-continue pic x value spaces.

       01 ws-sale-quarter pic 9(5) value 0.
       01 ws-sale-price pic 9(9)v99 value 0.
       01 ws-sale-source pic x value spaces.
       01 ws-ext-year pic 9(4) value 0.
       01 ws-ext-month pic 99 value 0.
       01 ws-sale-type pic x(20) value spaces.
       01 ws-sale-beds pic 99 value 0.
       01 ws-sale-district pic x(4) value spaces.
         03 tt-quarter pic 9(5).
         03 tt-type pic x(20).
         03 tt-count pic 9(4).
         03 tt-total pic 9(11)v99.
         03 tt-ext-count pic 9(4).
         03 tt-ext-total pic 9(11)v99.

       01 ws-beds-count pic 9(3) value 0 comp.
       01 ws-beds-idx pic 9(3) value 0 comp.
         03 td-quarter pic 9(5).
         03 td-district pic x(4).
         03 td-count pic 9(4).
         03 td-total pic 9(11)v99.
         03 td-ext-count pic 9(4).
         03 td-ext-total pic 9(11)v99.

       01 ws-average pic 9(7)v99 value 0.
       01 ws-average-disp pic z,zzz,zz9.99.
       01 ws-ext-average-disp pic z,zzz,zz9.99.
       01 ws-quarter-disp pic 9(5) value 0.

       procedure division.

           perform PARA-100-SWEEP-LIVE-SOLD
           perform PARA-200-SWEEP-ARCHIVE
           perform PARA-280-SWEEP-EXTERNAL
           perform PARA-300-PRINT-BY-TYPE
           perform PARA-400-PRINT-BY-BEDS
           perform PARA-500-PRINT-BY-DISTRICT
                   not at end
                       if OFFER-STATUS of property-record = "S" and
                         SOLD-YEAR of property-record not = 0
                           move "O" to ws-sale-source
                           perform PARA-150-TAKE-LIVE-SALE
                           perform PARA-250-ACCUMULATE
                       end-if
                       if OFFER-STATUS of property-archive-record
                         = "S" and
                         SOLD-YEAR of property-archive-record not = 0
                           move "O" to ws-sale-source
                           perform PARA-260-TAKE-ARCHIVE-SALE
                           perform PARA-250-ACCUMULATE
                       end-if
               end-if
           end-perform.

      *----------------------------------------------------------
      * Land Registry sales: counted in the EXT columns only, and
      * left out of the bedroom table.
      *----------------------------------------------------------
       PARA-280-SWEEP-EXTERNAL.

           move 0 to ws-end-of-file

           open input ext-comp-file

           perform until ws-end-of-file = 1
               read ext-comp-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move "E" to ws-sale-source
                       move EXTC-SALE-DATE(1:4) to ws-ext-year
                       move EXTC-SALE-DATE(5:2) to ws-ext-month
                       compute ws-sale-quarter =
                         (ws-ext-year * 10) + ((ws-ext-month + 2) / 3)
                       move EXTC-PRICE to ws-sale-price
                       move EXTC-PROPERTY-TYPE to ws-sale-type
                       move 0 to ws-sale-beds
                       move EXTC-DISTRICT to ws-sale-district
                       perform PARA-250-ACCUMULATE
           end-perform

           close ext-comp-file.

       PARA-250-ACCUMULATE.

      *By type
               move ws-sale-type to tt-type(ws-type-idx)
               move 0 to tt-count(ws-type-idx)
               move 0 to tt-total(ws-type-idx)
               move 0 to tt-ext-count(ws-type-idx)
               move 0 to tt-ext-total(ws-type-idx)
           end-if
           if ws-type-idx not = 0
               if ws-sale-source = "E"
                   add 1 to tt-ext-count(ws-type-idx)
                   add ws-sale-price to tt-ext-total(ws-type-idx)
               else
                   add 1 to tt-count(ws-type-idx)
                   add ws-sale-price to tt-total(ws-type-idx)
               end-if
           end-if

      *By bedrooms - our own sales only
           move 0 to ws-beds-idx
           perform varying ws-beds-idx2 from 1 by 1
             until ws-beds-idx2 > ws-beds-count
                   move ws-beds-idx2 to ws-beds-idx
               end-if
           end-perform
           if ws-sale-source = "E"
               move 0 to ws-beds-idx
           end-if
           if ws-beds-idx = 0 and ws-beds-count < 200 and
             ws-sale-source not = "E"
               add 1 to ws-beds-count
               move ws-beds-count to ws-beds-idx
               move ws-sale-quarter to tb-quarter(ws-beds-idx)
               move ws-sale-district to td-district(ws-dist-idx)
               move 0 to td-count(ws-dist-idx)
               move 0 to td-total(ws-dist-idx)
               move 0 to td-ext-count(ws-dist-idx)
               move 0 to td-ext-total(ws-dist-idx)
           end-if
           if ws-dist-idx not = 0
               if ws-sale-source = "E"
                   add 1 to td-ext-count(ws-dist-idx)
                   add ws-sale-price to td-ext-total(ws-dist-idx)
               else
                   add 1 to td-count(ws-dist-idx)
                   add ws-sale-price to td-total(ws-dist-idx)
               end-if
           end-if.

       PARA-300-PRINT-BY-TYPE.
           display " "
           display "SOLD BY PROPERTY TYPE AND QUARTER"
           display "QTR     TYPE                  SALES  AVG PRICE"
             "     EXT    EXT AVG"

           perform varying ws-type-idx from 1 by 1
             until ws-type-idx > ws-type-count
               move 0 to ws-average
               if tt-count(ws-type-idx) not = 0
                   compute ws-average rounded =
                     tt-total(ws-type-idx) / tt-count(ws-type-idx)
               end-if
               move ws-average to ws-average-disp
               move 0 to ws-average
               if tt-ext-count(ws-type-idx) not = 0
                   compute ws-average rounded =
                     tt-ext-total(ws-type-idx) /
                     tt-ext-count(ws-type-idx)
               end-if
               move ws-average to ws-ext-average-disp
               display tt-quarter(ws-type-idx) "  "
                 tt-type(ws-type-idx) "  " tt-count(ws-type-idx)
                 "  " ws-average-disp "  " tt-ext-count(ws-type-idx)
                 "  " ws-ext-average-disp
           end-perform

           if ws-type-count = 0

           display " "
           display "SOLD BY POSTCODE DISTRICT AND QUARTER"
           display "QTR     DIST  SALES  AVG PRICE     EXT    EXT AVG"

           perform varying ws-dist-idx from 1 by 1
             until ws-dist-idx > ws-district-count
               move 0 to ws-average
               if td-count(ws-dist-idx) not = 0
                   compute ws-average rounded =
                     td-total(ws-dist-idx) / td-count(ws-dist-idx)
               end-if
               move ws-average to ws-average-disp
               move 0 to ws-average
               if td-ext-count(ws-dist-idx) not = 0
                   compute ws-average rounded =
                     td-ext-total(ws-dist-idx) /
                     td-ext-count(ws-dist-idx)
               end-if
               move ws-average to ws-ext-average-disp
               display td-quarter(ws-dist-idx) "  "
                 td-district(ws-dist-idx) "  "
                 td-count(ws-dist-idx) "  " ws-average-disp "  "
                 td-ext-count(ws-dist-idx) "  " ws-ext-average-disp
           end-perform.

       copy "MainFileOpenCheck.cpy".
