      *KPISNAPSHOT.cbl
      *Batch job: takes the day's KPI snapshot. The live files only
      *ever say how things stand now, so each night this step counts
      *them up and keeps the answer on KPI-SNAP-FILE - one record per
      *branch per day (kpisnaprecord.cpy) - for KpiTrend.cbl and the
      *management pack to chart over time. Per branch it records the
      *sales stock on the market and its asking value, the stock
      *under offer, lettings still to let, live tenancies and their
      *monthly rent roll, and rent arrears (periods due and not paid
      *on RENT-DUE-FILE, part-payments netted off). Branch 00 holds
      *the whole company, plus the active applicants - buyers touched
      *within the configured number of days (CONFIG-FILE setting
      *KPI-ACTIVE-DAYS, default 90) - since applicants carry no
      *branch of their own. Every branch on BRANCH-FILE gets a record
      *even on a quiet day, so a trend never has a gap. Run twice in
      *a day, the later figures replace the earlier ones. Runs
      *unattended as a step in the BatchConsole.cbl overnight
      *sequence.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. KpiSnapshot.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "rentduefile.cpy".
       copy "branchfile.cpy".
       copy "kpisnapfile.cpy".
       copy "configfile.cpy".

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "rentduerecord.cpy".
       copy "branchrecord.cpy".
       copy "kpisnaprecord.cpy".
       copy "configrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-today pic 9(8) value 0.
       01 ws-active-days pic 9(4) value 0.
       01 ws-contact-date pic 9(8) value 0.
       01 ws-idle-days pic s9(8) value 0 comp.
       01 ws-start-date pic 9(8) value 0.
       01 ws-end-date pic 9(8) value 0.
       01 ws-due-date pic 9(8) value 0.
       01 ws-owing pic 9(6)v99 value 0.
       01 ws-live-let pic 9 value 0 comp.
       01 ws-branch-slot pic 9(3) value 0 comp.
       01 ws-branch-idx pic 9(3) value 0 comp.
       01 ws-written-count pic 9(3) value 0.
       01 ws-applicant-count pic 9(6) value 0.

      *One slot per branch, BRANCH-ID + 1, so slot 1 is branch 00 -
      *the whole-company totals every property is also added into.
       01 ws-branch-table.
         03 ws-branch-kpi occurs 100 times.
           05 bk-on-file pic 9.
           05 bk-used pic 9.
           05 bk-for-sale pic 9(5).
           05 bk-for-sale-value pic 9(10)v99.
           05 bk-under-offer pic 9(5).
           05 bk-to-let pic 9(5).
           05 bk-live-lets pic 9(5).
           05 bk-rent-roll pic 9(8)v99.
           05 bk-arrears-count pic 9(5).
           05 bk-arrears-value pic 9(8)v99.

       01 ws-money-disp pic zz,zzz,zzz,zz9.99.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST DAILY KPI SNAPSHOT"
           display "-----------------------------------------------"

           move "KPI-ACTIVE-DAYS" to WS-CONFIG-NAME
           move 90 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-active-days

           move function current-date(1:8) to ws-today
           initialize ws-branch-table
           move 0 to ws-applicant-count
           move 0 to ws-written-count

           perform PARA-100-LOAD-BRANCHES
           perform PARA-200-COUNT-STOCK
           perform PARA-300-COUNT-ARREARS
           perform PARA-400-COUNT-APPLICANTS
           perform PARA-500-WRITE-SNAPSHOTS

           display "Snapshot for " ws-today(7:2) "/" ws-today(5:2)
             "/" ws-today(1:4) " - " ws-written-count
             " branch record(s) written."
           move bk-for-sale-value(1) to ws-money-disp
           display "Company: " bk-for-sale(1) " for sale ("
             function trim(ws-money-disp) "), " bk-under-offer(1)
             " under offer, " bk-live-lets(1) " live let(s)."
           move bk-arrears-value(1) to ws-money-disp
           display "Arrears " function trim(ws-money-disp) " over "
             bk-arrears-count(1) " period(s); " ws-applicant-count
             " active applicant(s)."
           display "-----------------------------------------------"

           goback.

       PARA-100-LOAD-BRANCHES.

           move 1 to bk-on-file(1)
           move 0 to ws-end-of-file
           open input branch-file
           perform until ws-end-of-file = 1
               read branch-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-branch-slot = BRANCH-ID + 1
                       move 1 to bk-on-file(ws-branch-slot)
               end-read
           end-perform
           close branch-file.

      *----------------------------------------------------------
      * Sales stock is a sales listing on the market (L) or under
      * offer (O, P). A letting is live when its tenancy has
      * started and not yet ended; one not withdrawn and without a
      * live tenancy is still to let.
      *----------------------------------------------------------
       PARA-200-COUNT-STOCK.

           move 0 to ws-end-of-file
           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       compute ws-branch-slot =
                         PROPERTY-BRANCH-ID of property-record + 1
                       if LISTING-TYPE of property-record = "L"
                           perform PARA-220-COUNT-LETTING
                       else
                           perform PARA-210-COUNT-SALE
                       end-if
               end-read
           end-perform
           close property-file.

       PARA-210-COUNT-SALE.

           evaluate OFFER-STATUS of property-record
               when "L"
                   move 1 to bk-used(ws-branch-slot)
                   add 1 to bk-for-sale(ws-branch-slot)
                   add PROPERTY-ASKING of property-record to
                     bk-for-sale-value(ws-branch-slot)
                   if ws-branch-slot not = 1
                       add 1 to bk-for-sale(1)
                       add PROPERTY-ASKING of property-record to
                         bk-for-sale-value(1)
                   end-if
               when "O"
               when "P"
                   move 1 to bk-used(ws-branch-slot)
                   add 1 to bk-under-offer(ws-branch-slot)
                   if ws-branch-slot not = 1
                       add 1 to bk-under-offer(1)
                   end-if
           end-evaluate.

       PARA-220-COUNT-LETTING.

           move 0 to ws-live-let
           if TENANCY-START-YEAR of property-record not = 0
               compute ws-start-date =
                 (TENANCY-START-YEAR of property-record * 10000) +
                 (TENANCY-START-MONTH of property-record * 100) +
                 TENANCY-START-DAY of property-record
               if TENANCY-END-YEAR of property-record = 0
                   move 99999999 to ws-end-date
               else
                   compute ws-end-date =
                     (TENANCY-END-YEAR of property-record * 10000) +
                     (TENANCY-END-MONTH of property-record * 100) +
                     TENANCY-END-DAY of property-record
               end-if
               if ws-start-date <= ws-today and
                 ws-end-date >= ws-today
                   move 1 to ws-live-let
               end-if
           end-if

           if ws-live-let = 1
               move 1 to bk-used(ws-branch-slot)
               add 1 to bk-live-lets(ws-branch-slot)
               add PROPERTY-MONTHLY-RENT of property-record to
                 bk-rent-roll(ws-branch-slot)
               if ws-branch-slot not = 1
                   add 1 to bk-live-lets(1)
                   add PROPERTY-MONTHLY-RENT of property-record to
                     bk-rent-roll(1)
               end-if
           else
               if OFFER-STATUS of property-record not = "W"
                   move 1 to bk-used(ws-branch-slot)
                   add 1 to bk-to-let(ws-branch-slot)
                   if ws-branch-slot not = 1
                       add 1 to bk-to-let(1)
                   end-if
               end-if
           end-if.

      *----------------------------------------------------------
      * Rent falls due on the first of its period, as the arrears
      * escalation has it; a period not yet due is not arrears.
      *----------------------------------------------------------
       PARA-300-COUNT-ARREARS.

           move 0 to ws-end-of-file
           open input rent-due-file
           open input property-file
           perform Check-Property-Open
           perform until ws-end-of-file = 1
               read rent-due-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if RENT-PAID-FLAG not = "Y"
                           compute ws-due-date =
                             (RENT-PERIOD-YEAR * 10000) +
                             (RENT-PERIOD-MONTH * 100) + 1
                           if ws-due-date <= ws-today and
                             RENT-PAID-AMOUNT < RENT-AMOUNT-DUE
                               perform PARA-310-ADD-ARREARS
                           end-if
                       end-if
               end-read
           end-perform
           close property-file
           close rent-due-file.

       PARA-310-ADD-ARREARS.

           compute ws-owing = RENT-AMOUNT-DUE - RENT-PAID-AMOUNT
           move 1 to ws-branch-slot
           move RENT-PROPERTY-ID to property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   compute ws-branch-slot =
                     PROPERTY-BRANCH-ID of property-record + 1
           end-read

           move 1 to bk-used(ws-branch-slot)
           add 1 to bk-arrears-count(ws-branch-slot)
           add ws-owing to bk-arrears-value(ws-branch-slot)
           if ws-branch-slot not = 1
               add 1 to bk-arrears-count(1)
               add ws-owing to bk-arrears-value(1)
           end-if.

       PARA-400-COUNT-APPLICANTS.

           move 0 to ws-end-of-file
           open input buyer-file
           perform Check-Buyer-Open
           perform until ws-end-of-file = 1
               read buyer-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if BUYER-LAST-CONTACT-YEAR of buyer-record
                         not = 0
                           compute ws-contact-date =
                             (BUYER-LAST-CONTACT-YEAR of buyer-record
                             * 10000) +
                             (BUYER-LAST-CONTACT-MONTH of buyer-record
                             * 100) +
                             BUYER-LAST-CONTACT-DAY of buyer-record
                           compute ws-idle-days =
                             function integer-of-date(ws-today) -
                             function integer-of-date(ws-contact-date)
                           if ws-idle-days <= ws-active-days
                               add 1 to ws-applicant-count
                           end-if
                       end-if
               end-read
           end-perform
           close buyer-file.

       PARA-500-WRITE-SNAPSHOTS.

           open i-o kpi-snap-file
           perform varying ws-branch-idx from 1 by 1
             until ws-branch-idx > 100
               if bk-on-file(ws-branch-idx) = 1 or
                 bk-used(ws-branch-idx) = 1
                   perform PARA-510-WRITE-ONE
               end-if
           end-perform
           close kpi-snap-file.

       PARA-510-WRITE-ONE.

           initialize KPI-SNAP-RECORD
           move ws-today to KPI-SNAP-DATE
           compute KPI-BRANCH-ID = ws-branch-idx - 1
           move bk-for-sale(ws-branch-idx) to KPI-FOR-SALE
           move bk-for-sale-value(ws-branch-idx) to
             KPI-FOR-SALE-VALUE
           move bk-under-offer(ws-branch-idx) to KPI-UNDER-OFFER
           move bk-to-let(ws-branch-idx) to KPI-TO-LET
           move bk-live-lets(ws-branch-idx) to KPI-LIVE-LETS
           move bk-rent-roll(ws-branch-idx) to KPI-RENT-ROLL
           move bk-arrears-count(ws-branch-idx) to KPI-ARREARS-COUNT
           move bk-arrears-value(ws-branch-idx) to KPI-ARREARS-VALUE
           if ws-branch-idx = 1
               move ws-applicant-count to KPI-APPLICANTS
           end-if

           write KPI-SNAP-RECORD
               invalid key
                   rewrite KPI-SNAP-RECORD
           end-write
           add 1 to ws-written-count.

       copy "ReadConfigValue.cpy".
       copy "MainFileOpenCheck.cpy".

       end program KpiSnapshot.
