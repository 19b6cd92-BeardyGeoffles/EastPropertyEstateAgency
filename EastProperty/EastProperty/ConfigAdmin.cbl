      *keyed still reads back as its default through
      *Read-Config-Value. Admin flag required. Reached from the
      *user-access menu.
      *Option R keeps the dated rates on FEE-RATE-FILE - VAT, the
      *standard sales commission and the lettings fee defaults -
      *each listed at the rate in force today, with its full
      *history of rates, the date each took effect, and who keyed
      *it and when. A new rate is added with the date it takes
      *effect, today or later; a rate already in force is never
      *altered, so documents for past dates keep working out at
      *the rate that applied then. Only a rate still to take effect
      *can be keyed again to replace it. Each is audit-logged as
      *FEERATE/ADD or FEERATE/AMEND. VAT-RATE-PCT on the settings
      *list is now only the rate used for dates before any VAT
      *rate was keyed here.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ConfigAdmin.

       copy "configfile.cpy".
       copy "auditfile.cpy".
       copy "feeratefile.cpy".
       copy "userfile.cpy".

       data division.

       FILE SECTION.
       copy "configrecord.cpy".
       copy "auditrecord.cpy".
       copy "feeraterecord.cpy".
       copy "userrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-feerate.cpy".

       01 ws-continue pic x value spaces.
       01 ws-input pic x(6) value spaces.

       01 ws-setting-idx pic 99 value 0 comp.

      *The catalogue of dated rates, loaded by PARA-060-LOAD-RATES.
      *Kind P is a percentage, A an amount.
       01 ws-rates.
         03 ws-rate occurs 8 times.
           05 rate-name pic x(20).
           05 rate-default pic 9(5)v99.
           05 rate-high pic 9(5)v99.
           05 rate-kind pic x.
           05 rate-desc pic x(32).

       01 ws-rate-idx pic 99 value 0 comp.
       01 ws-rate-pick pic 99 value 0.
       01 ws-rates-done pic 9 value 0 comp.
       01 ws-today pic 9(8) value 0.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-history-count pic 9(4) value 0.
       01 ws-rate-input pic x(12) value spaces.
       01 ws-date-input pic x(8) value spaces.
       01 ws-from-date pic 9(8) value 0.
       01 ws-rate-value pic 9(5)v99 value 0.
       01 ws-rate-old pic 9(5)v99 value 0.
       01 ws-rate-exists pic 9 value 0 comp.
       01 ws-rate-disp pic zz,zz9.99.
       01 ws-rate-old-disp pic zz,zz9.99.
       01 ws-kind-disp pic x value space.
       01 ws-set-by-name pic x(10) value spaces.
       01 ws-from-disp pic x(10) value spaces.
       01 ws-reason pic x(30) value spaces.

       procedure division.

       PARA-000-MAIN.
           end-if

           perform PARA-050-LOAD-CATALOGUE
           perform PARA-060-LOAD-RATES

           perform until ws-continue = "X"
               perform PARA-100-LIST-SETTINGS

               display " "
               display "Setting number to change, R for the dated"
                 " rates, or X to leave:"
               move spaces to ws-input
               accept ws-input
               move function upper-case(ws-input(1:1)) to ws-continue

               evaluate ws-continue
                   when "X"
                       continue
                   when "R"
                       perform PARA-300-DATED-RATES
                   when other
                       move function numval(ws-input) to ws-pick
                       if ws-pick > 0 and ws-pick <= 20
                           perform PARA-200-CHANGE-SETTING
                       end-if
               end-evaluate
           end-perform

           move spaces to ws-continue
           move 20 to set-default(9)
           move 0 to set-low(9)
           move 100 to set-high(9)
           move "VAT rate before dated rates" to set-desc(9)

           move "STALE-DAYS" to set-name(10)
           move 60 to set-default(10)
                 " (1=run 0=skip)" into set-desc(ws-pick)
           end-perform.

       PARA-060-LOAD-RATES.

           move "VAT-RATE-PCT" to rate-name(1)
           move 20 to rate-default(1)
           move 100 to rate-high(1)
           move "P" to rate-kind(1)
           move "VAT on our fees" to rate-desc(1)

           move "STD-COMMISSION-PCT" to rate-name(2)
           move 0 to rate-default(2)
           move 10 to rate-high(2)
           move "P" to rate-kind(2)
           move "Standard sales commission" to rate-desc(2)

           move "LET-ONLY-FEE-PCT" to rate-name(3)
           move 0 to rate-default(3)
           move 99 to rate-high(3)
           move "P" to rate-kind(3)
           move "Let-only fee on a year's rent" to rate-desc(3)

           move "RENT-COLLECT-PCT" to rate-name(4)
           move 0 to rate-default(4)
           move 50 to rate-high(4)
           move "P" to rate-kind(4)
           move "Rent collection fee on rent" to rate-desc(4)

           move "FULL-MGMT-PCT" to rate-name(5)
           move 0 to rate-default(5)
           move 50 to rate-high(5)
           move "P" to rate-kind(5)
           move "Full management fee on rent" to rate-desc(5)

           move "LET-SETUP-FEE" to rate-name(6)
           move 0 to rate-default(6)
           move 99999.99 to rate-high(6)
           move "A" to rate-kind(6)
           move "Letting set-up fee" to rate-desc(6)

           move "LET-RENEWAL-FEE" to rate-name(7)
           move 0 to rate-default(7)
           move 99999.99 to rate-high(7)
           move "A" to rate-kind(7)
           move "Tenancy renewal fee" to rate-desc(7)

           move "LET-INSPECT-FEE" to rate-name(8)
           move 0 to rate-default(8)
           move 99999.99 to rate-high(8)
           move "A" to rate-kind(8)
           move "Inspection charge per visit" to rate-desc(8).

       PARA-100-LIST-SETTINGS.

           display " "
                 ws-new-value
           end-if.

      *----------------------------------------------------------
      * Each dated rate at the rate in force today; VAT with no
      * dated rate yet keyed falls back to the old VAT-RATE-PCT
      * setting, exactly as the programs that charge it do.
      *----------------------------------------------------------
       PARA-300-DATED-RATES.

           move function current-date(1:8) to ws-today
           move 0 to ws-rates-done
           perform until ws-rates-done = 1
               display " "
               display "-----------------------------------------------"
               display "     EAST DATED RATES"
               display "-----------------------------------------------"
               display "NO  RATE                 IN FORCE   FROM"
                 "        DESCRIPTION"
               perform varying ws-rate-idx from 1 by 1
                 until ws-rate-idx > 8
                   perform PARA-310-RATE-TODAY
                   move WS-FEERATE-RESULT to ws-rate-disp
                   move spaces to ws-from-disp
                   if WS-FEERATE-FROM = 0
                       move "DEFAULT" to ws-from-disp
                   else
                       string WS-FEERATE-FROM(7:2), "/",
                         WS-FEERATE-FROM(5:2), "/",
                         WS-FEERATE-FROM(1:4)
                         delimited by size into ws-from-disp
                   end-if
                   display ws-rate-idx "  " rate-name(ws-rate-idx)
                     " " ws-rate-disp " " ws-kind-disp " "
                     ws-from-disp "  " rate-desc(ws-rate-idx)
               end-perform
               display "-----------------------------------------------"
               display "Rate number for its history, or X to go back:"
               move spaces to ws-rate-input
               accept ws-rate-input
               if function upper-case(ws-rate-input(1:1)) = "X" or
                 ws-rate-input = spaces
                   move 1 to ws-rates-done
               else
                   move function numval(ws-rate-input) to ws-rate-pick
                   if ws-rate-pick > 0 and ws-rate-pick <= 8
                       move ws-rate-pick to ws-rate-idx
                       perform PARA-400-RATE-HISTORY
                   end-if
               end-if
           end-perform.

       PARA-310-RATE-TODAY.

           move rate-default(ws-rate-idx) to WS-FEERATE-DEFAULT
           if rate-name(ws-rate-idx) = "VAT-RATE-PCT"
               move "VAT-RATE-PCT" to WS-CONFIG-NAME
               move 20 to WS-CONFIG-DEFAULT
               perform Read-Config-Value
               move WS-CONFIG-RESULT to WS-FEERATE-DEFAULT
           end-if
           move rate-name(ws-rate-idx) to WS-FEERATE-NAME
           move ws-today to WS-FEERATE-DATE
           perform Read-Fee-Rate

           move "%" to ws-kind-disp
           if rate-kind(ws-rate-idx) = "A"
               move space to ws-kind-disp
           end-if.

      *----------------------------------------------------------
      * Every rate keyed for the one picked, oldest first, with
      * who keyed it and when - then the chance to add the next.
      *----------------------------------------------------------
       PARA-400-RATE-HISTORY.

           move 0 to ws-history-count
           move 0 to ws-end-of-file

           display " "
           display "HISTORY OF " rate-name(ws-rate-idx)
           display "FROM        RATE        KEYED BY          ON"
             "          REASON"

           open input fee-rate-file
           open input user-file
           move rate-name(ws-rate-idx) to FEERATE-NAME
           move 0 to FEERATE-FROM-DATE
           start fee-rate-file key is not < FEERATE-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read fee-rate-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if FEERATE-NAME not = rate-name(ws-rate-idx)
                           move 1 to ws-end-of-file
                       else
                           perform PARA-410-SHOW-HISTORY-LINE
                       end-if
               end-read
           end-perform
           close user-file
           close fee-rate-file

           if ws-history-count = 0
               move rate-default(ws-rate-idx) to ws-rate-disp
               display "No rate keyed - the default of " ws-rate-disp
                 " applies to every date."
           end-if

           display " "
           display "Add a new rate for " rate-name(ws-rate-idx)
             " (Y/N)?"
           move spaces to ws-rate-input
           accept ws-rate-input
           if function upper-case(ws-rate-input(1:1)) = "Y"
               perform PARA-450-ADD-RATE
           end-if.

       PARA-410-SHOW-HISTORY-LINE.

           add 1 to ws-history-count
           move spaces to ws-set-by-name
           move FEERATE-SET-BY to USER-ID of USER-RECORD
           read user-file
               invalid key
                   continue
               not invalid key
                   move USER-NAME to ws-set-by-name
           end-read
           move FEERATE-VALUE to ws-rate-disp
           display FEERATE-FROM-DATE(7:2) "/" FEERATE-FROM-DATE(5:2)
             "/" FEERATE-FROM-DATE(1:4) " " ws-rate-disp " "
             FEERATE-SET-BY " " ws-set-by-name " "
             FEERATE-SET-DATE(7:2) "/" FEERATE-SET-DATE(5:2) "/"
             FEERATE-SET-DATE(1:4) " " FEERATE-REASON.

      *----------------------------------------------------------
      * A rate takes effect today or later. One already in force
      * stays as it is - a past document must still work out at
      * what applied then - but one still to come can be keyed
      * again before its date arrives.
      *----------------------------------------------------------
       PARA-450-ADD-RATE.

           display "Takes effect from (DDMMYYYY, blank = today):"
           move spaces to ws-date-input
           accept ws-date-input
           if ws-date-input = spaces
               move ws-today to ws-from-date
           else
               compute ws-from-date =
                 (function numval(ws-date-input(5:4)) * 10000) +
                 (function numval(ws-date-input(3:2)) * 100) +
                 function numval(ws-date-input(1:2))
           end-if

           if ws-from-date < ws-today or
             ws-from-date(5:2) > "12" or ws-from-date(5:2) = "00" or
             ws-from-date(7:2) > "31" or ws-from-date(7:2) = "00"
               display "A rate can only take effect from today or a"
                 " later date - nothing saved."
           else
               perform PARA-460-KEY-RATE-VALUE
           end-if.

       PARA-460-KEY-RATE-VALUE.

           display "New rate (0 to " rate-high(ws-rate-idx) "):"
           move spaces to ws-rate-input
           accept ws-rate-input
           move function numval(ws-rate-input) to ws-rate-value

           if ws-rate-input = spaces or
             ws-rate-value > rate-high(ws-rate-idx)
               display "Out of range - nothing saved."
           else
               display "Reason for the change:"
               move spaces to ws-reason
               accept ws-reason
               perform PARA-470-SAVE-RATE
           end-if.

       PARA-470-SAVE-RATE.

           move 0 to ws-rate-exists
           move 0 to ws-rate-old

           open i-o fee-rate-file
           move rate-name(ws-rate-idx) to FEERATE-NAME
           move ws-from-date to FEERATE-FROM-DATE
           read fee-rate-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-rate-exists
                   move FEERATE-VALUE to ws-rate-old
           end-read

           if ws-rate-exists = 1 and ws-from-date = ws-today
               display "A rate already takes effect today - it cannot"
                 " be changed now."
               close fee-rate-file
           else
               move ws-reason to FEERATE-REASON
               move ws-rate-value to FEERATE-VALUE
               move ws-current-user-id to FEERATE-SET-BY
               move function current-date(1:8) to FEERATE-SET-DATE
               move function current-date(9:6) to FEERATE-SET-TIME
               if ws-rate-exists = 1
                   rewrite FEE-RATE-RECORD
                   move "AMEND" to ws-audit-action
               else
                   write FEE-RATE-RECORD
                   move "ADD" to ws-audit-action
               end-if
               close fee-rate-file

               move ws-rate-value to ws-rate-disp
               move ws-rate-old to ws-rate-old-disp
               move "FEERATE" to ws-audit-record-type
               move 0 to ws-audit-key
               move spaces to ws-audit-old-value
               if ws-rate-exists = 1
                   string rate-name(ws-rate-idx), " ", ws-from-date,
                     " WAS ", ws-rate-old-disp
                     delimited by size into ws-audit-old-value
               end-if
               move spaces to ws-audit-new-value
               string rate-name(ws-rate-idx), " ", ws-from-date,
                 " NOW ", ws-rate-disp
                 delimited by size into ws-audit-new-value
               perform Write-Audit-Log

               display rate-name(ws-rate-idx) " of " ws-rate-disp
                 " takes effect " ws-from-date(7:2) "/"
                 ws-from-date(5:2) "/" ws-from-date(1:4)
           end-if.

       copy "ReadConfigValue.cpy".
       copy "FeeRateRead.cpy".
       copy "AuditLogWrite.cpy".

       end program ConfigAdmin.
