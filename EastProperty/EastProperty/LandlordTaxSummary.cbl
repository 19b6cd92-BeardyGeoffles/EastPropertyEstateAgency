      *maintenance costs from jobs completed in the year. The
      *statement goes to a year-stamped LLTAX dataset, registered on
      *the print spool, formatted to hand straight to the
      *accountant. Reached from the Lettings menu. It carries the
      *letterhead (LetterheadLines.cbl) of the branch holding the
      *landlord's first property as its header and footer.
      *For a non-resident landlord the summary also shows the tax
      *withheld from them in the year - the LLR-NRL-TAX on the
      *remittance records for the April to March statement months -
      *and what reached them after it; an exempt landlord's
      *exemption reference is quoted instead.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. LandlordTaxSummary.
       copy "propertyfile.cpy".
       copy "rentduefile.cpy".
       copy "maintjobfile.cpy".
       copy "llremitfile.cpy".
       copy "spoolfile.cpy".

           select optional tax-summary-file assign to ws-tax-name
       copy "propertyrecord.cpy".
       copy "rentduerecord.cpy".
       copy "maintjobrecord.cpy".
       copy "llremitrecord.cpy".
       copy "spoolrecord.cpy".

       FD tax-summary-file.

       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-scan-eof pic 9 value 0 comp.
       01 ws-in-input pic x(8) value spaces.
       01 ws-tax-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.

       01 ws-tax-seller-id pic 9(6) value 0.
       01 ws-tax-start-year pic 9999 value 0.
       01 ws-property-count pic 99 value 0.
       01 ws-this-property pic 9(6) value 0.

       01 ws-non-resident pic x value space.
       01 ws-nrl-exempt-ref pic x(15) value spaces.
       01 ws-year-nrl pic 9(9)v99 value 0.
       01 ws-nrl-month pic 99 value 0.
       01 ws-nrl-year pic 9999 value 0.
       01 ws-nrl-count pic 99 value 0 comp.

       procedure division.

       PARA-000-MAIN.
                     ws-seller-name-found
                   move SELLER-COMMISSION-RATE to
                     ws-commission-rate
                   move SELLER-NON-RESIDENT to ws-non-resident
                   move SELLER-NRL-EXEMPT-REF to ws-nrl-exempt-ref
           end-read
           close seller-file

             (ws-tax-end-year * 10000) + 0405

           string "LLTAX.", ws-tax-start-year into ws-tax-name
           perform PARA-050-LETTERHEAD
           open extend tax-summary-file

           move all "=" to tax-summary-line
           write tax-summary-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 tax-summary-line
               write tax-summary-line
           end-perform
           move all "-" to tax-summary-line
           write tax-summary-line
           move spaces to tax-summary-line
           string "TAX YEAR SUMMARY ", ws-tax-start-year, "/",
             ws-tax-end-year, " - ", ws-seller-name-found,
           write tax-summary-line
           display tax-summary-line

           perform PARA-200-TAX-DEDUCTED

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to tax-summary-line
               write tax-summary-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 tax-summary-line
               write tax-summary-line
           end-perform

           move all "=" to tax-summary-line
           write tax-summary-line

      * year, the fee at the landlord's rate on each receipt, and
      * the costs of jobs completed in the year.
      *----------------------------------------------------------
      *----------------------------------------------------------
      * A landlord has no branch of their own; the statement goes
      * out under the branch that holds their first property.
      *----------------------------------------------------------
       PARA-050-LETTERHEAD.

           move 0 to WS-LHEAD-BRANCH-ID
           move 0 to ws-end-of-file
           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if PROP-SELLER-ID of property-record =
                         ws-tax-seller-id
                           move PROPERTY-BRANCH-ID of property-record
                             to WS-LHEAD-BRANCH-ID
                           move 1 to ws-end-of-file
                       end-if
           end-perform
           close property-file
           call "LetterheadLines" using WS-LHEAD.

       PARA-100-ONE-PROPERTY.

           add 1 to ws-property-count
             tax-summary-line
           write tax-summary-line.

      *----------------------------------------------------------
      * Tax withheld under the non-resident scheme, from the
      * remittance records for the statement months April to March
      * - what each statement took off, not a fresh calculation.
      *----------------------------------------------------------
       PARA-200-TAX-DEDUCTED.

           move 0 to ws-year-nrl
           move 4 to ws-nrl-month
           move ws-tax-start-year to ws-nrl-year

           open input ll-remit-file
           perform varying ws-nrl-count from 1 by 1
             until ws-nrl-count > 12
               move ws-nrl-year to LLR-YEAR
               move ws-nrl-month to LLR-MONTH
               move ws-tax-seller-id to LLR-SELLER-ID
               read ll-remit-file
                   invalid key
                       continue
                   not invalid key
                       add LLR-NRL-TAX to ws-year-nrl
               end-read
               add 1 to ws-nrl-month
               if ws-nrl-month > 12
                   move 1 to ws-nrl-month
                   add 1 to ws-nrl-year
               end-if
           end-perform
           close ll-remit-file

           if ws-non-resident = "Y" or ws-year-nrl not = 0
               move ws-year-nrl to ws-money-disp
               move spaces to tax-summary-line
               string "YEAR NRL TAX DEDUCTED  ", ws-money-disp into
                 tax-summary-line
               write tax-summary-line
               display tax-summary-line

               compute ws-year-net = ws-year-net - ws-year-nrl
               move ws-year-net to ws-net-disp
               move spaces to tax-summary-line
               string "YEAR PAID TO LANDLORD  ", ws-net-disp into
                 tax-summary-line
               write tax-summary-line
               display tax-summary-line

               if ws-nrl-exempt-ref not = spaces
                   move spaces to tax-summary-line
                   string "NON-RESIDENT, PAID GROSS - EXEMPTION REF ",
                     ws-nrl-exempt-ref into tax-summary-line
                   write tax-summary-line
                   display tax-summary-line
               end-if
           end-if.

       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".
