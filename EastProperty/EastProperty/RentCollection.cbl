      *  2. Receipting - brings up one rent-due record by reference
      *     and records the date and amount received.
      *  3. Arrears report - every unpaid period up to and including
      *     the current month, totalled per property; also written
      *     to a date-stamped ARREARS dataset on the print spool, so
      *     it reaches the distribution list for RENT ARREARS.
      *A let-only letting (ServiceAgreement.cbl) pays its rent to the
      *landlord direct, so it gets no rent-due records and never
      *shows on the arrears report.
      *Run as the first step of the month-end stream (MonthEnd.cbl)
      *it goes straight to the monthly generation for the stream's
      *period, with no menu and no period prompt.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. RentCollection.
       copy "rentduefile.cpy".
       copy "seqfile.cpy".
       copy "dayclosefile.cpy".
       copy "svcagreefile.cpy".
       copy "spoolfile.cpy".

           select optional arrears-report-file assign to
               ws-arrears-report-name
               organization is line sequential.

       data division.

       copy "rentduerecord.cpy".
       copy "seqrecord.cpy".
       copy "daycloserecord.cpy".
       copy "svcagreerecord.cpy".
       copy "spoolrecord.cpy".

       FD arrears-report-file.
       01 arrears-report-line pic x(80).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-dayclose.cpy".
       copy "ws-svcagree.cpy".
       copy "ws-spool.cpy".
       copy "ws-monthend.cpy".

       01 ws-message pic x(50) value spaces.
       01 ws-color pic 99 value 15.

       01 ws-arrears-address pic x(25) value spaces.
       01 ws-grand-arrears pic 9(9)v99 value 0.
       01 ws-arrears-report-name pic x(20) value spaces.
       01 ws-arrears-date-stamp pic x(8) value spaces.

       SCREEN SECTION.


       PARA-800-OPEN-RENT-MENU.

           display "MONTH-END-PERIOD" upon environment-name
           move spaces to WS-ME-PERIOD
           accept WS-ME-PERIOD from environment-value
           if WS-ME-PERIOD not = spaces
               move 0 to return-code
               perform PARA-810-GENERATE-RENT-DUE
               goback
           end-if

           PERFORM UNTIL 1 = 0
               MOVE " " TO MENU-IN
               PERFORM UNTIL MENU-IN NOT = SPACES
      *----------------------------------------------------------
       PARA-810-GENERATE-RENT-DUE.

           move 0 to ws-gen-period-month
           move 0 to ws-gen-period-year
           move spaces to ws-period-input
           if WS-ME-PERIOD not = spaces
               move WS-ME-PERIOD to ws-period-input
           else
               display " "
               display "Rent period to generate (MMYYYY), or blank"
               display "for the current month:"
               accept ws-period-input
           end-if

           if ws-period-input not = spaces
               move ws-period-input(1:2) to ws-gen-period-month
                                 TENANCY-END-MONTH of property-record
                           end-if

                           move property-id of property-record to
                             WS-SVC-PROPERTY-ID
                           perform Read-Service-Agreement

                           if ws-start-yyyymm <= ws-period-yyyymm and
                             ws-end-yyyymm >= ws-period-yyyymm and
                             not WS-SVC-LET-ONLY
                               perform PARA-815-CHECK-ALREADY-THERE
                               if ws-already-there = 0
                                   perform PARA-820-WRITE-RENT-DUE
                       compute ws-period-yyyymm =
                         (RENT-PERIOD-YEAR * 100) + RENT-PERIOD-MONTH

                       move RENT-PROPERTY-ID to WS-SVC-PROPERTY-ID
                       perform Read-Service-Agreement

                       if RENT-PAID-FLAG not = "Y" and
                         ws-period-yyyymm <= ws-today-yyyymm and
                         RENT-PAID-AMOUNT < RENT-AMOUNT-DUE and
                         not WS-SVC-LET-ONLY
                           perform PARA-860-FIND-OR-ADD-ARREARS
                           add 1 to
                             arrears-periods-behind(ws-arrears-idx)

           close rent-due-file

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value
           move function current-date(1:8) to ws-arrears-date-stamp
           move spaces to ws-arrears-report-name
           string "ARREARS.", ws-arrears-date-stamp
             into ws-arrears-report-name
           open extend arrears-report-file

           display " "
           move all "-" to arrears-report-line
           display arrears-report-line(1:47)
           write arrears-report-line
           move spaces to arrears-report-line
           string "     EAST RENT ARREARS REPORT ",
             ws-arrears-date-stamp(7:2), "/",
             ws-arrears-date-stamp(5:2), "/",
             ws-arrears-date-stamp(1:4) into arrears-report-line
           display arrears-report-line(1:47)
           write arrears-report-line
           move all "-" to arrears-report-line
           display arrears-report-line(1:47)
           write arrears-report-line
           move "PROP  ADDRESS                    PERIODS  AMOUNT"
             & " BEHIND" to arrears-report-line
           display arrears-report-line
           write arrears-report-line

           perform varying ws-arrears-idx from 1 by 1
             until ws-arrears-idx > ws-arrears-count
               perform PARA-870-LOOKUP-ARREARS-ADDRESS
               move spaces to arrears-report-line
               string arrears-property-id(ws-arrears-idx), "  ",
                 ws-arrears-address, "  ",
                 arrears-periods-behind(ws-arrears-idx), "      ",
                 arrears-amount(ws-arrears-idx)
                 delimited by size into arrears-report-line
               display arrears-report-line
               write arrears-report-line
           end-perform

           if ws-arrears-count = 0
               move "No rent arrears - every live period is paid."
                 to arrears-report-line
               display arrears-report-line
               write arrears-report-line
           end-if

           move all "-" to arrears-report-line
           display arrears-report-line(1:47)
           write arrears-report-line
           move spaces to arrears-report-line
           string "TOTAL ARREARS ", ws-grand-arrears
             delimited by size into arrears-report-line
           display arrears-report-line
           write arrears-report-line
           move all "-" to arrears-report-line
           display arrears-report-line(1:47)
           write arrears-report-line
           close arrears-report-file

           move "RENT ARREARS" to WS-SPOOL-JOB
           move ws-arrears-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display " "
           display "Press ENTER to return to the menu."
           accept ws-continue
           close property-file.

       copy "GenerateNextId.cpy".
       copy "SpoolWrite.cpy".
       copy "DayCloseCheck.cpy".
       copy "ServiceLevelRead.cpy".

       copy "MainFileOpenCheck.cpy".

