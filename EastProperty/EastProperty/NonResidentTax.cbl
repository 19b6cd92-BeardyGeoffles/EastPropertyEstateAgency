      *NONRESIDENTTAX.cbl
      *Non-resident landlord tax - the paperwork behind the tax
      *LandlordStatements.cbl withholds from a landlord who lives
      *abroad and holds no exemption reference. Both jobs work from
      *LLR-NRL-TAX on the remittance records, so they agree with
      *what each statement took off and what the NRT ledger lines
      *hold. Reached from the Lettings menu.
      *  1. Quarterly return - for a quarter ending March, June,
      *     September or December, every landlord with tax withheld
      *     in its three statement months: rent collected and tax
      *     withheld, with the quarter's total to pay over. Written
      *     to a quarter-stamped NRLQTR dataset.
      *  2. Annual certificates - for a tax year (keyed as its
      *     starting year; the April to March statement months),
      *     one certificate per landlord who had tax withheld:
      *     gross rent, the fees and costs deducted, net rental
      *     income and the tax withheld, under the letterhead
      *     (LetterheadLines.cbl) of the branch holding the
      *     landlord's first property. Written to a year-stamped
      *     NRLCERT dataset.
      *Both datasets are registered on the print spool.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. NonResidentTax.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "sellerfile.cpy".
       copy "propertyfile.cpy".
       copy "llremitfile.cpy".
       copy "spoolfile.cpy".

           select optional nrl-report-file assign to ws-report-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "sellerrecord.cpy".
       copy "propertyrecord.cpy".
       copy "llremitrecord.cpy".
       copy "spoolrecord.cpy".

       FD nrl-report-file.
       01 nrl-report-line pic x(80).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-in-input pic x(8) value spaces.
       01 ws-period-input pic x(7) value spaces.
       01 ws-report-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.

       01 ws-qtr-month pic 99 value 0.
       01 ws-qtr-year pic 9999 value 0.
       01 ws-qtr-first-month pic 99 value 0.
       01 ws-tax-start-year pic 9999 value 0.
       01 ws-tax-end-year pic 9999 value 0.
       01 ws-in-period pic 9 value 0 comp.

       01 ws-nrl-count pic 999 value 0 comp.
       01 ws-nrl-idx pic 999 value 0 comp.
       01 ws-nrl-idx2 pic 999 value 0 comp.
       01 ws-nrl-table occurs 100 times.
         03 nrl-seller-id pic 9(6).
         03 nrl-rent pic 9(8)v99.
         03 nrl-costs pic 9(8)v99.
         03 nrl-net pic s9(8)v99.
         03 nrl-tax pic 9(8)v99.

       01 ws-total-tax pic 9(9)v99 value 0.
       01 ws-landlord-count pic 999 value 0.
       01 ws-seller-name-found pic x(20) value spaces.
       01 ws-seller-address.
         03 ws-seller-al pic x(25) occurs 4 times.
       01 ws-seller-postcode pic x(7) value spaces.
       01 ws-addr-idx pic 9 value 0 comp.
       01 ws-money-disp pic zz,zzz,zz9.99.
       01 ws-net-disp pic -(8)9.99.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST NON-RESIDENT LANDLORD TAX"
               display "----------------------------------------"
               display "1. QUARTERLY RETURN"
               display "2. ANNUAL CERTIFICATES"
               display "3. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-QUARTERLY-RETURN
                   when "2"
                       perform PARA-300-ANNUAL-CERTIFICATES
                   when "3"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * The return quarters end on the last day of March, June,
      * September and December, and take the three statement
      * months up to and including the one keyed.
      *----------------------------------------------------------
       PARA-100-QUARTERLY-RETURN.

           display "Quarter ending (MM YYYY - 03, 06, 09 or 12):"
           move spaces to ws-period-input
           accept ws-period-input
           move function numval(ws-period-input(1:2)) to ws-qtr-month
           move function numval(ws-period-input(4:4)) to ws-qtr-year
           if (ws-qtr-month not = 3 and ws-qtr-month not = 6 and
             ws-qtr-month not = 9 and ws-qtr-month not = 12) or
             ws-qtr-year = 0
               display "Quarter not understood."
           else
               perform PARA-120-BUILD-RETURN
           end-if.

       PARA-120-BUILD-RETURN.

           compute ws-qtr-first-month = ws-qtr-month - 2
           move 0 to ws-nrl-count

           move 0 to ws-end-of-file
           open input ll-remit-file
           perform until ws-end-of-file = 1
               read ll-remit-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if LLR-YEAR = ws-qtr-year and
                         LLR-MONTH >= ws-qtr-first-month and
                         LLR-MONTH <= ws-qtr-month and
                         LLR-NRL-TAX not = 0
                           perform PARA-500-ADD-REMITTANCE
                       end-if
           end-perform
           close ll-remit-file

           move spaces to ws-report-name
           string "NRLQTR.", ws-qtr-year, ws-qtr-month
             into ws-report-name
           move 0 to ws-total-tax
           move 0 to ws-landlord-count

           open extend nrl-report-file
           move all "=" to nrl-report-line
           write nrl-report-line
           move spaces to nrl-report-line
           string "NON-RESIDENT LANDLORD TAX - QUARTERLY RETURN ",
             "QUARTER TO ", ws-qtr-month, "/", ws-qtr-year
             into nrl-report-line
           write nrl-report-line
           display nrl-report-line
           move spaces to nrl-report-line
           move "LANDLORD  NAME" to nrl-report-line(1:14)
           move "RENT COLLECTED" to nrl-report-line(31:14)
           move "TAX WITHHELD" to nrl-report-line(66:12)
           write nrl-report-line
           display nrl-report-line
           move all "-" to nrl-report-line
           write nrl-report-line

           perform varying ws-nrl-idx from 1 by 1
             until ws-nrl-idx > ws-nrl-count
               perform PARA-150-RETURN-LINE
           end-perform

           move all "-" to nrl-report-line
           write nrl-report-line
           move ws-total-tax to ws-money-disp
           move spaces to nrl-report-line
           move "TOTAL TAX WITHHELD FOR THE QUARTER" to
             nrl-report-line(1:34)
           move ws-money-disp to nrl-report-line(65:13)
           write nrl-report-line
           display nrl-report-line
           move all "=" to nrl-report-line
           write nrl-report-line
           close nrl-report-file

           move "NRL QUARTERLY RETURN" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display ws-landlord-count " landlord(s) on the return,"
             " written to " ws-report-name
           display "Press ENTER to return."
           accept ws-continue.

       PARA-150-RETURN-LINE.

           perform PARA-600-READ-LANDLORD
           add 1 to ws-landlord-count
           add nrl-tax(ws-nrl-idx) to ws-total-tax

           move nrl-rent(ws-nrl-idx) to ws-money-disp
           move spaces to nrl-report-line
           string nrl-seller-id(ws-nrl-idx), "    ",
             ws-seller-name-found, " ", ws-money-disp
             into nrl-report-line
           move nrl-tax(ws-nrl-idx) to ws-money-disp
           move ws-money-disp to nrl-report-line(65:13)
           write nrl-report-line
           display nrl-report-line.

      *----------------------------------------------------------
      * The tax year runs 6 April to 5 April; statements are by
      * calendar month, so its certificate takes the April to March
      * statement months. Every month of a landlord who had tax
      * withheld in the year counts towards the income shown.
      *----------------------------------------------------------
       PARA-300-ANNUAL-CERTIFICATES.

           display "Tax year starting (YYYY, runs 6 April to"
           display "5 April):"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-tax-start-year
           if ws-tax-start-year = 0
               display "Tax year not understood."
           else
               perform PARA-320-BUILD-CERTIFICATES
           end-if.

       PARA-320-BUILD-CERTIFICATES.

           compute ws-tax-end-year = ws-tax-start-year + 1
           move 0 to ws-nrl-count

           move 0 to ws-end-of-file
           open input ll-remit-file
           perform until ws-end-of-file = 1
               read ll-remit-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move 0 to ws-in-period
                       if (LLR-YEAR = ws-tax-start-year and
                         LLR-MONTH >= 4) or
                         (LLR-YEAR = ws-tax-end-year and
                         LLR-MONTH <= 3)
                           move 1 to ws-in-period
                       end-if
                       if ws-in-period = 1
                           perform PARA-500-ADD-REMITTANCE
                       end-if
           end-perform
           close ll-remit-file

           move spaces to ws-report-name
           string "NRLCERT.", ws-tax-start-year into ws-report-name
           move 0 to ws-landlord-count

           open extend nrl-report-file
           perform varying ws-nrl-idx from 1 by 1
             until ws-nrl-idx > ws-nrl-count
               if nrl-tax(ws-nrl-idx) not = 0
                   perform PARA-350-PRINT-CERTIFICATE
               end-if
           end-perform
           close nrl-report-file

           move "NRL CERTIFICATES" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           if ws-landlord-count = 0
               display "No tax was withheld in that tax year."
           else
               display ws-landlord-count " certificate(s) written to "
                 ws-report-name
           end-if
           display "Press ENTER to return."
           accept ws-continue.

       PARA-350-PRINT-CERTIFICATE.

           add 1 to ws-landlord-count
           perform PARA-600-READ-LANDLORD
           perform PARA-650-LETTERHEAD

           move all "=" to nrl-report-line
           write nrl-report-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 nrl-report-line
               write nrl-report-line
           end-perform
           move all "-" to nrl-report-line
           write nrl-report-line

           move spaces to nrl-report-line
           string "CERTIFICATE OF TAX DEDUCTED - NON-RESIDENT ",
             "LANDLORD" into nrl-report-line
           write nrl-report-line
           display nrl-report-line
           move spaces to nrl-report-line
           string "TAX YEAR 6 APRIL ", ws-tax-start-year,
             " TO 5 APRIL ", ws-tax-end-year into nrl-report-line
           write nrl-report-line
           move spaces to nrl-report-line
           write nrl-report-line

           move spaces to nrl-report-line
           string ws-seller-name-found, " (",
             nrl-seller-id(ws-nrl-idx), ")" into nrl-report-line
           write nrl-report-line
           display nrl-report-line
           perform varying ws-addr-idx from 1 by 1
             until ws-addr-idx > 4
               if ws-seller-al(ws-addr-idx) not = spaces
                   move ws-seller-al(ws-addr-idx) to nrl-report-line
                   write nrl-report-line
               end-if
           end-perform
           move ws-seller-postcode to nrl-report-line
           write nrl-report-line
           move spaces to nrl-report-line
           write nrl-report-line

           move nrl-rent(ws-nrl-idx) to ws-money-disp
           move spaces to nrl-report-line
           string "  GROSS RENT COLLECTED     ", ws-money-disp into
             nrl-report-line
           write nrl-report-line
           move nrl-costs(ws-nrl-idx) to ws-money-disp
           move spaces to nrl-report-line
           string "  FEES AND COSTS DEDUCTED  ", ws-money-disp into
             nrl-report-line
           write nrl-report-line
           move nrl-net(ws-nrl-idx) to ws-net-disp
           move spaces to nrl-report-line
           string "  NET RENTAL INCOME        ", ws-net-disp into
             nrl-report-line
           write nrl-report-line
           move nrl-tax(ws-nrl-idx) to ws-money-disp
           move spaces to nrl-report-line
           string "  TAX DEDUCTED             ", ws-money-disp into
             nrl-report-line
           write nrl-report-line
           display nrl-report-line
           move spaces to nrl-report-line
           write nrl-report-line
           move "We certify that the tax shown was deducted from your"
             to nrl-report-line
           write nrl-report-line
           move "rent and has been accounted for to the tax office."
             to nrl-report-line
           write nrl-report-line

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to nrl-report-line
               write nrl-report-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 nrl-report-line
               write nrl-report-line
           end-perform.

      *----------------------------------------------------------
      * Adds one remittance record to the landlord's line in the
      * table, adding the line the first time they are seen. The
      * costs are everything the statement took off before tax.
      *----------------------------------------------------------
       PARA-500-ADD-REMITTANCE.

           move 0 to ws-nrl-idx
           perform varying ws-nrl-idx2 from 1 by 1
             until ws-nrl-idx2 > ws-nrl-count
               if nrl-seller-id(ws-nrl-idx2) = LLR-SELLER-ID
                   move ws-nrl-idx2 to ws-nrl-idx
               end-if
           end-perform

           if ws-nrl-idx = 0 and ws-nrl-count < 100
               add 1 to ws-nrl-count
               move ws-nrl-count to ws-nrl-idx
               move LLR-SELLER-ID to nrl-seller-id(ws-nrl-idx)
               move 0 to nrl-rent(ws-nrl-idx)
               move 0 to nrl-costs(ws-nrl-idx)
               move 0 to nrl-net(ws-nrl-idx)
               move 0 to nrl-tax(ws-nrl-idx)
           end-if

           if ws-nrl-idx not = 0
               add LLR-RENT-COLLECTED to nrl-rent(ws-nrl-idx)
               add LLR-MANAGEMENT-FEE LLR-MAINTENANCE
                 LLR-INSPECTION-FEE to nrl-costs(ws-nrl-idx)
               compute nrl-net(ws-nrl-idx) =
                 nrl-rent(ws-nrl-idx) - nrl-costs(ws-nrl-idx)
               add LLR-NRL-TAX to nrl-tax(ws-nrl-idx)
           end-if.

       PARA-600-READ-LANDLORD.

           move spaces to ws-seller-name-found
           move spaces to ws-seller-address
           move spaces to ws-seller-postcode
           open input seller-file
           perform Check-Seller-Open
           move nrl-seller-id(ws-nrl-idx) to SELLER-ID of SELLER-RECORD
           read seller-file
               invalid key
                   continue
               not invalid key
                   move SELLER-NAME to ws-seller-name-found
                   move SELLER-AL1 to ws-seller-al(1)
                   move SELLER-AL2 to ws-seller-al(2)
                   move SELLER-AL3 to ws-seller-al(3)
                   move SELLER-AL4 to ws-seller-al(4)
                   move SELLER-POSTCODE to ws-seller-postcode
           end-read
           close seller-file.

      *----------------------------------------------------------
      * A landlord has no branch of their own; the certificate
      * goes out under the branch that holds their first property.
      *----------------------------------------------------------
       PARA-650-LETTERHEAD.

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
                         nrl-seller-id(ws-nrl-idx)
                           move PROPERTY-BRANCH-ID of property-record
                             to WS-LHEAD-BRANCH-ID
                           move 1 to ws-end-of-file
                       end-if
           end-perform
           close property-file
           call "LetterheadLines" using WS-LHEAD.

       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program NonResidentTax.
