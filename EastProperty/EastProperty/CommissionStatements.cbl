      *each completed sale, their split of the fee, and the total
      *due - to a period-stamped COMMST dataset. Only paid invoices
      *earn: a fall-through never banks a fee, so it never appears.
      *Reached from the reports menu. The month-end stream
      *(MonthEnd.cbl) runs the monthly statements for its period
      *with no menu and no period prompt.
      *On a sale shared with a joint or sub-agent (AGENCY-FILE) the
      *negotiators earn on our net share of the fee only - what is
      *left after the other agent's percentage.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. CommissionStatements.
       copy "propertyfile.cpy".
       copy "userfile.cpy".
       copy "commschemefile.cpy".
       copy "agencyfile.cpy".
       copy "auditfile.cpy".

           select optional comm-stmt-file assign to ws-stmt-name
       copy "propertyrecord.cpy".
       copy "userrecord.cpy".
       copy "commschemerecord.cpy".
       copy "agencyrecord.cpy".
       copy "auditrecord.cpy".

       FD comm-stmt-file.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-monthend.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-list-user pic 9(6) value 0.
       01 ws-sell-user pic 9(6) value 0.
       01 ws-earned pic 9(7)v99 value 0.
       01 ws-our-net pic 9(7)v99 value 0.
       01 ws-money-disp pic z,zzz,zz9.99.

      *Earnings accumulate per negotiator, one sale line at a time,
           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "MONTH-END-PERIOD" upon environment-name
           move spaces to WS-ME-PERIOD
           accept WS-ME-PERIOD from environment-value
           if WS-ME-PERIOD not = spaces
               move 0 to return-code
               move WS-ME-MONTH to ws-period-month
               move WS-ME-YEAR to ws-period-year
               perform PARA-320-RUN-STATEMENTS
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
           end-read
           close property-file

      *Another agent's share of the fee is theirs, not ours to pay
      *commission on.
           move INVOICE-NET to ws-our-net
           open input agency-file
           move INVOICE-PROPERTY-ID to AGY-PROPERTY-ID
           read agency-file
               invalid key
                   continue
               not invalid key
                   compute ws-our-net rounded = INVOICE-NET *
                     (100 - AGY-SHARE-PCT) / 100
           end-read
           close agency-file

           if ws-list-user not = 0
               move "L" to ws-role-char
               move ws-list-user to ws-scheme-user-id

           if CS-PCT-OF-FEE not = 0
               if ws-role-char = "L"
                   compute ws-earned rounded = ws-our-net *
                     CS-PCT-OF-FEE / 100 * CS-LIST-SPLIT / 100
               else
                   compute ws-earned rounded = ws-our-net *
                     CS-PCT-OF-FEE / 100 * CS-SELL-SPLIT / 100
               end-if

