      *PRICEPAIDIMPORT.cbl
      *Batch job: loads the Land Registry price-paid data file
      *(PRICEPAID, the published comma-delimited, quoted layout -
      *transaction id, price, date of transfer, postcode, property
      *type, new build, tenure, PAON, SAON, street, locality, town,
      *district, county, category and record status) into
      *EXT-COMP-FILE, the external comparables file keyed by
      *postcode and sale date. Only sales in our own postcode
      *districts are kept - the districts are taken from every
      *postcode on the live property file and the archive, so a
      *new patch is picked up as soon as we list there. A sale
      *already on file is counted as a duplicate and skipped, so
      *the monthly file can be re-run or overlap the last one
      *safely; the monthly change (C) and delete (D) rows are
      *applied to the sale already held. Unreadable rows go to a
      *date-stamped PPREJ exceptions report, the same shape as
      *PortalLeadImport.cbl's rejections. ComparablesPack.cbl and
      *MarketTrendsReport.cbl read the file as external evidence.
      *Reached from the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. PricePaidImport.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "extcompfile.cpy".
       copy "propertyfile.cpy".
       copy "propertyarchivefile.cpy".

           select optional price-paid-file assign to "PRICEPAID"
               organization is line sequential.
           select optional pp-reject-file assign to ws-reject-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "extcomprecord.cpy".
       copy "propertyrecord.cpy".
       copy "propertyarchiverecord.cpy".

       FD price-paid-file.
       01 price-paid-line pic x(400).

       FD pp-reject-file.
       01 pp-reject-line pic x(140).

       working-storage section.

       copy "ws-common.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-reject-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-rows-read pic 9(6) value 0.
       01 ws-rows-loaded pic 9(6) value 0.
       01 ws-rows-changed pic 9(6) value 0.
       01 ws-rows-deleted pic 9(6) value 0.
       01 ws-rows-duplicate pic 9(6) value 0.
       01 ws-rows-outside pic 9(6) value 0.
       01 ws-rows-rejected pic 9(6) value 0.

       01 ws-pp-col.
         03 ws-pp-trans-id pic x(40).
         03 ws-pp-price pic x(12).
         03 ws-pp-date pic x(16).
         03 ws-pp-postcode pic x(8).
         03 ws-pp-type pic x.
         03 ws-pp-new-build pic x.
         03 ws-pp-tenure pic x.
         03 ws-pp-paon pic x(30).
         03 ws-pp-saon pic x(30).
         03 ws-pp-street pic x(30).
         03 ws-pp-locality pic x(30).
         03 ws-pp-town pic x(30).
         03 ws-pp-la-district pic x(30).
         03 ws-pp-county pic x(30).
         03 ws-pp-category pic x.
         03 ws-pp-status pic x(2).

       01 ws-pp-sale-date pic 9(8) value 0.
       01 ws-pp-price-num pic 9(9) value 0.
       01 ws-pp-district pic x(4) value spaces.
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-row-ok pic 9 value 0 comp.
       01 ws-char-idx pic 99 value 0 comp.
       01 ws-price-len pic 99 value 0 comp.

       01 ws-chk-postcode pic x(8) value spaces.
       01 ws-chk-district pic x(4) value spaces.
       01 ws-district-found pic 9 value 0 comp.
       01 ws-our-district-count pic 9(3) value 0 comp.
       01 ws-our-district-idx pic 9(3) value 0 comp.
       01 ws-our-district-array occurs 200 times.
         03 od-district pic x(4).

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST PRICE-PAID COMPARABLES IMPORT"
           display "-----------------------------------------------"

           perform PARA-100-BUILD-DISTRICTS
           display ws-our-district-count
             " postcode district(s) on our books."
           if ws-our-district-count = 0
               display "No postcodes on file - nothing to import."
               display " "
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           move function current-date(1:8) to ws-date-stamp
           string "PPREJ.", ws-date-stamp into ws-reject-name

           move 0 to ws-end-of-file

           open input price-paid-file
           open extend pp-reject-file
           open i-o ext-comp-file

           perform until ws-end-of-file = 1
               read price-paid-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if price-paid-line(1:1) = quote
                           add 1 to ws-rows-read
                           perform PARA-200-LOAD-ONE-ROW
                       end-if
           end-perform

           close price-paid-file
           close pp-reject-file
           close ext-comp-file

           display "-----------------------------------------------"
           display "Rows read               " ws-rows-read
           display "Sales loaded            " ws-rows-loaded
           display "Sales changed           " ws-rows-changed
           display "Sales deleted           " ws-rows-deleted
           display "Duplicates skipped      " ws-rows-duplicate
           display "Outside our districts   " ws-rows-outside
           display "Rows rejected           " ws-rows-rejected
           display "Rejections written to " ws-reject-name
           display "-----------------------------------------------"
           display " "
           display "Press ENTER to return to the menu."
           accept ws-continue

           goback.

      *----------------------------------------------------------
      * Our districts: the outcode of every property we hold or
      * have sold, live file and archive alike.
      *----------------------------------------------------------
       PARA-100-BUILD-DISTRICTS.

           move 0 to ws-our-district-count
           move 0 to ws-end-of-file

           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move PROPERTY-POSTCODE of property-record to
                         ws-chk-postcode
                       perform PARA-150-ADD-DISTRICT
           end-perform
           close property-file

           move 0 to ws-end-of-file

           open input property-archive-file
           perform until ws-end-of-file = 1
               read property-archive-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move PROPERTY-POSTCODE of
                         property-archive-record to ws-chk-postcode
                       perform PARA-150-ADD-DISTRICT
           end-perform
           close property-archive-file.

       PARA-150-ADD-DISTRICT.

           perform PARA-170-TRIM-DISTRICT
           perform PARA-180-FIND-DISTRICT
           if ws-district-found = 0 and ws-chk-district not = spaces
             and ws-our-district-count < 200
               add 1 to ws-our-district-count
               move ws-chk-district to
                 od-district(ws-our-district-count)
           end-if.

      *----------------------------------------------------------
      * The district is the outcode - everything before the space
      * (or the first four characters when keyed without one).
      *----------------------------------------------------------
       PARA-170-TRIM-DISTRICT.

           move function upper-case(ws-chk-postcode(1:4)) to
             ws-chk-district
           perform varying ws-char-idx from 1 by 1
             until ws-char-idx > 4
               if ws-chk-district(ws-char-idx:1) = space
                   move spaces to ws-chk-district(ws-char-idx:)
               end-if
           end-perform.

       PARA-180-FIND-DISTRICT.

           move 0 to ws-district-found
           perform varying ws-our-district-idx from 1 by 1
             until ws-our-district-idx > ws-our-district-count
               if od-district(ws-our-district-idx) = ws-chk-district
                   move 1 to ws-district-found
               end-if
           end-perform.

       PARA-200-LOAD-ONE-ROW.

           initialize ws-pp-col
      *Each column is quoted; starting past the opening quote
      *leaves the "," between columns as the one delimiter.
           unstring price-paid-line(2:) delimited by '","'
             into ws-pp-trans-id ws-pp-price ws-pp-date
               ws-pp-postcode ws-pp-type ws-pp-new-build
               ws-pp-tenure ws-pp-paon ws-pp-saon ws-pp-street
               ws-pp-locality ws-pp-town ws-pp-la-district
               ws-pp-county ws-pp-category ws-pp-status
           end-unstring

           move function upper-case(ws-pp-postcode) to ws-pp-postcode

           perform PARA-250-CHECK-ROW

           if ws-row-ok = 0
               add 1 to ws-rows-rejected
               move spaces to pp-reject-line
               string ws-reject-reason, " ROW: ",
                 ws-pp-trans-id(1:38), " ", ws-pp-postcode, " ",
                 ws-pp-price into pp-reject-line
               write pp-reject-line
           else
               perform PARA-260-APPLY-ROW
           end-if.

       PARA-260-APPLY-ROW.

           move ws-pp-postcode to ws-chk-postcode
           perform PARA-170-TRIM-DISTRICT
           perform PARA-180-FIND-DISTRICT
           if ws-district-found = 0
               add 1 to ws-rows-outside
           else
               move ws-chk-district to ws-pp-district
               evaluate ws-pp-status(1:1)
                   when "D"
                       perform PARA-400-DELETE-SALE
                   when "C"
                       perform PARA-350-CHANGE-SALE
                   when other
                       perform PARA-300-ADD-SALE
               end-evaluate
           end-if.

       PARA-250-CHECK-ROW.

           move 1 to ws-row-ok
           move spaces to ws-reject-reason

           move 0 to ws-price-len
           perform varying ws-char-idx from 1 by 1
             until ws-char-idx > 12
               if ws-pp-price(ws-char-idx:1) not = space
                   move ws-char-idx to ws-price-len
               end-if
           end-perform

           if ws-price-len = 0 or ws-price-len > 9
               move 0 to ws-row-ok
               move "PRICE MISSING OR TOO LARGE" to ws-reject-reason
           else
               if ws-pp-price(1:ws-price-len) is not numeric
                   move 0 to ws-row-ok
                   move "PRICE NOT NUMERIC" to ws-reject-reason
               end-if
           end-if

           if ws-row-ok = 1
               if ws-pp-date(1:4) is not numeric or
                 ws-pp-date(6:2) is not numeric or
                 ws-pp-date(9:2) is not numeric
                   move 0 to ws-row-ok
                   move "DATE OF TRANSFER UNREADABLE" to
                     ws-reject-reason
               end-if
           end-if

           if ws-row-ok = 1 and ws-pp-postcode = spaces
               move 0 to ws-row-ok
               move "NO POSTCODE" to ws-reject-reason
           end-if

           if ws-row-ok = 1 and ws-pp-trans-id(1:1) not = "{"
               move 0 to ws-row-ok
               move "NO TRANSACTION ID" to ws-reject-reason
           end-if

           if ws-row-ok = 1
               move function numval(ws-pp-price(1:ws-price-len)) to
                 ws-pp-price-num
               move ws-pp-date(1:4) to ws-pp-sale-date(1:4)
               move ws-pp-date(6:2) to ws-pp-sale-date(5:2)
               move ws-pp-date(9:2) to ws-pp-sale-date(7:2)
           end-if.

       PARA-280-BUILD-RECORD.

           initialize EXT-COMP-RECORD
           move ws-pp-postcode to EXTC-POSTCODE
           move ws-pp-sale-date to EXTC-SALE-DATE
           move ws-pp-trans-id(1:38) to EXTC-TRANS-ID
           move ws-pp-price-num to EXTC-PRICE
           evaluate ws-pp-type
               when "D"
                   move "DETACHED" to EXTC-PROPERTY-TYPE
               when "S"
                   move "SEMI-DETACHED" to EXTC-PROPERTY-TYPE
               when "T"
                   move "TERRACED" to EXTC-PROPERTY-TYPE
               when "F"
                   move "FLAT" to EXTC-PROPERTY-TYPE
               when other
                   move "OTHER" to EXTC-PROPERTY-TYPE
           end-evaluate
           move ws-pp-new-build to EXTC-NEW-BUILD
           move ws-pp-tenure to EXTC-TENURE
           move function upper-case(ws-pp-paon) to EXTC-PAON
           move function upper-case(ws-pp-saon) to EXTC-SAON
           move function upper-case(ws-pp-street) to EXTC-STREET
           move function upper-case(ws-pp-town) to EXTC-TOWN
           move ws-pp-district to EXTC-DISTRICT
           move function current-date(1:8) to EXTC-IMPORTED-DATE
           move ws-current-user-id to EXTC-IMPORTED-BY.

       PARA-300-ADD-SALE.

           perform PARA-280-BUILD-RECORD
           write EXT-COMP-RECORD
               invalid key
                   add 1 to ws-rows-duplicate
               not invalid key
                   add 1 to ws-rows-loaded
           end-write.

      *----------------------------------------------------------
      * A change row replaces the sale we hold; one we never had
      * is simply loaded.
      *----------------------------------------------------------
       PARA-350-CHANGE-SALE.

           perform PARA-280-BUILD-RECORD
           rewrite EXT-COMP-RECORD
               invalid key
                   write EXT-COMP-RECORD
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-rows-loaded
                   end-write
               not invalid key
                   add 1 to ws-rows-changed
           end-rewrite.

       PARA-400-DELETE-SALE.

           move ws-pp-postcode to EXTC-POSTCODE
           move ws-pp-sale-date to EXTC-SALE-DATE
           move ws-pp-trans-id(1:38) to EXTC-TRANS-ID
           delete ext-comp-file record
               invalid key
                   continue
               not invalid key
                   add 1 to ws-rows-deleted
           end-delete.

       copy "MainFileOpenCheck.cpy".

       end program PricePaidImport.
