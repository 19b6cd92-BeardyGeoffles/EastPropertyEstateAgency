      *the market now, and formats a one-page pack to a date-stamped
      *CMPPACK dataset for the valuer to take out. Type and bedroom
      *filters are optional; beds match within one either way.
      *Other agents' sales in the same postcodes, loaded from the
      *Land Registry price-paid data by PricePaidImport.cbl, follow
      *our own under their own heading, marked EXTERNAL - the price
      *paid carries no bedroom count, so the beds filter does not
      *apply to them. Reached from the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ComparablesPack.

       copy "propertyfile.cpy".
       copy "propertyarchivefile.cpy".
       copy "extcompfile.cpy".

           select optional comp-pack-file assign to ws-pack-name
               organization is line sequential.
       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "propertyarchiverecord.cpy".
       copy "extcomprecord.cpy".

       FD comp-pack-file.
       01 comp-pack-line pic x(100).

       01 ws-sold-count pic 9(4) value 0.
       01 ws-live-count pic 9(4) value 0.
       01 ws-ext-count pic 9(4) value 0.

       01 ws-record-matches pic 9 value 0 comp.
       01 ws-chk-postcode pic x(7) value spaces.
       01 ws-dom-disp pic zzz9.
       01 ws-asking-disp pic zzz,zz9.99.
       01 ws-sold-disp pic zzz,zz9.99.
       01 ws-ext-price-disp pic zz,zzz,zz9.
       01 ws-ext-address pic x(30) value spaces.

       procedure division.

           perform PARA-100-SCAN-ARCHIVE
           perform PARA-200-SCAN-LIVE-SOLD

           move spaces to comp-pack-line
           write comp-pack-line
           move "EXTERNAL EVIDENCE - LAND REGISTRY PRICE PAID" to
             comp-pack-line
           write comp-pack-line
           move
             "SRC       ADDRESS                        PRICE PAID"
             & "  SOLD ON     TYPE" to comp-pack-line
           write comp-pack-line

           perform PARA-400-SCAN-EXTERNAL

           move spaces to comp-pack-line
           write comp-pack-line
           move "COMPETING LIVE LISTINGS" to comp-pack-line

           display "-----------------------------------------------"
           display ws-sold-count " sold comparable(s), "
             ws-live-count " live competitor(s), "
             ws-ext-count " external sale(s)."
           display "Pack written to " ws-pack-name
           display "-----------------------------------------------"
           display " "
           end-perform
           close property-file.

      *----------------------------------------------------------
      * External sales are keyed by postcode, so the scan starts
      * at the keyed prefix and stops once past it. Beds are not
      * in the price-paid data: the beds test is made to pass.
      *----------------------------------------------------------
       PARA-400-SCAN-EXTERNAL.

           move 0 to ws-end-of-file

           open input ext-comp-file
           move low-values to EXTC-KEY
           move ws-in-postcode(1:ws-prefix-len) to EXTC-POSTCODE
           start ext-comp-file key is not less than EXTC-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start

           perform until ws-end-of-file = 1
               read ext-comp-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if EXTC-POSTCODE(1:ws-prefix-len) not =
                         ws-in-postcode(1:ws-prefix-len)
                           move 1 to ws-end-of-file
                       else
                           move EXTC-POSTCODE to ws-chk-postcode
                           move EXTC-PROPERTY-TYPE to ws-chk-type
                           move ws-in-beds to ws-chk-beds
                           perform PARA-050-CHECK-MATCH
                           if ws-record-matches = 1
                               perform PARA-450-WRITE-EXTERNAL-LINE
                           end-if
                       end-if
           end-perform
           close ext-comp-file.

       PARA-450-WRITE-EXTERNAL-LINE.

           move spaces to ws-ext-address
           string function trim(EXTC-SAON), " ",
             function trim(EXTC-PAON), " ",
             function trim(EXTC-STREET) delimited by size
             into ws-ext-address
           if ws-ext-address(1:1) = space
               move function trim(ws-ext-address) to ws-ext-address
           end-if
           move EXTC-PRICE to ws-ext-price-disp

           move spaces to comp-pack-line
           string "EXTERNAL  ", ws-ext-address, " ",
             ws-ext-price-disp, "  ",
             EXTC-SALE-DATE(7:2), "/", EXTC-SALE-DATE(5:2), "/",
             EXTC-SALE-DATE(1:4), "  ", EXTC-PROPERTY-TYPE
             delimited by size into comp-pack-line
           write comp-pack-line
           display comp-pack-line
           add 1 to ws-ext-count.

       copy "MainFileOpenCheck.cpy".

       end program ComparablesPack.
