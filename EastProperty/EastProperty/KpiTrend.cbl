      *KPITREND.cbl
      *KPI trend report over any date range, from the daily
      *snapshots KpiSnapshot.cbl keeps on KPI-SNAP-FILE. For one
      *branch (00, the default, is the whole company) it lists each
      *day's sales stock and asking value, stock under offer,
      *lettings to let and live, rent arrears and - on the company
      *line - active applicants, then the movement from the first
      *snapshot in the range to the last, and the last against the
      *nearest snapshot a year before it (no more than a week
      *earlier) so the directors see real year-on-year figures.
      *The report goes to a date-stamped KPITREND dataset; every
      *branch's snapshots in the range also go to a KPICSV dataset
      *with a header row, for a spreadsheet. Both are registered on
      *the print spool. Reached from the fourth reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. KpiTrend.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "kpisnapfile.cpy".
       copy "spoolfile.cpy".

           select optional trend-file assign to ws-trend-name
               organization is line sequential.
           select optional kpi-csv-file assign to ws-csv-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "kpisnaprecord.cpy".
       copy "spoolrecord.cpy".

       FD trend-file.
       01 trend-line pic x(100).

       FD kpi-csv-file.
       01 kpi-csv-line pic x(150).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-date-input pic x(8) value spaces.
       01 ws-branch-input pic x(2) value spaces.
       01 ws-from-yyyymmdd pic 9(8) value 0.
       01 ws-to-yyyymmdd pic 9(8) value 0.
       01 ws-ago-yyyymmdd pic 9(8) value 0.
       01 ws-ago-from-yyyymmdd pic 9(8) value 0.
       01 ws-branch-id pic 99 value 0.
       01 ws-snap-count pic 9(5) value 0.
       01 ws-csv-count pic 9(5) value 0.
       01 ws-ago-found pic 9 value 0 comp.

      *The first and last snapshots of the range, the one a year
      *before the last, and the pair being compared.
       01 ws-kpi-first.
         03 kc-date pic 9(8).
         03 kc-for-sale pic 9(5).
         03 kc-for-sale-value pic 9(10)v99.
         03 kc-under-offer pic 9(5).
         03 kc-to-let pic 9(5).
         03 kc-live-lets pic 9(5).
         03 kc-rent-roll pic 9(8)v99.
         03 kc-arrears-value pic 9(8)v99.
         03 kc-applicants pic 9(6).
       01 ws-kpi-last.
         03 kc-date pic 9(8).
         03 kc-for-sale pic 9(5).
         03 kc-for-sale-value pic 9(10)v99.
         03 kc-under-offer pic 9(5).
         03 kc-to-let pic 9(5).
         03 kc-live-lets pic 9(5).
         03 kc-rent-roll pic 9(8)v99.
         03 kc-arrears-value pic 9(8)v99.
         03 kc-applicants pic 9(6).
       01 ws-kpi-ago.
         03 kc-date pic 9(8).
         03 kc-for-sale pic 9(5).
         03 kc-for-sale-value pic 9(10)v99.
         03 kc-under-offer pic 9(5).
         03 kc-to-let pic 9(5).
         03 kc-live-lets pic 9(5).
         03 kc-rent-roll pic 9(8)v99.
         03 kc-arrears-value pic 9(8)v99.
         03 kc-applicants pic 9(6).
       01 ws-kpi-from.
         03 kc-date pic 9(8).
         03 kc-for-sale pic 9(5).
         03 kc-for-sale-value pic 9(10)v99.
         03 kc-under-offer pic 9(5).
         03 kc-to-let pic 9(5).
         03 kc-live-lets pic 9(5).
         03 kc-rent-roll pic 9(8)v99.
         03 kc-arrears-value pic 9(8)v99.
         03 kc-applicants pic 9(6).
       01 ws-kpi-to.
         03 kc-date pic 9(8).
         03 kc-for-sale pic 9(5).
         03 kc-for-sale-value pic 9(10)v99.
         03 kc-under-offer pic 9(5).
         03 kc-to-let pic 9(5).
         03 kc-live-lets pic 9(5).
         03 kc-rent-roll pic 9(8)v99.
         03 kc-arrears-value pic 9(8)v99.
         03 kc-applicants pic 9(6).

       01 ws-cmp-label pic x(16) value spaces.
       01 ws-cmp-from-count pic 9(6) value 0.
       01 ws-cmp-to-count pic 9(6) value 0.
       01 ws-cmp-from-money pic 9(10)v99 value 0.
       01 ws-cmp-to-money pic 9(10)v99 value 0.
       01 ws-cmp-change-count pic s9(6) value 0.
       01 ws-cmp-change-money pic s9(10)v99 value 0.

       01 ws-count-disp pic zzzzz9.
       01 ws-count-disp-2 pic zzzzz9.
       01 ws-change-disp pic ------9.
       01 ws-money-disp pic zz,zzz,zzz,zz9.99.
       01 ws-money-disp-2 pic zz,zzz,zzz,zz9.99.
       01 ws-money-change-disp pic ---,---,---,--9.99.
       01 ws-date-disp pic x(10) value spaces.
       01 ws-date-disp-2 pic x(10) value spaces.

       01 ws-line-for-sale pic zzzz9.
       01 ws-line-value pic zzzz,zzz,zz9.
       01 ws-line-under-offer pic zzzz9.
       01 ws-line-to-let pic zzzz9.
       01 ws-line-live-lets pic zzzz9.
       01 ws-line-arrears pic zz,zzz,zz9.99.
       01 ws-line-applicants pic zzzzz9.

       01 ws-csv-branch pic 99.
       01 ws-csv-count-out pic z(5)9.
       01 ws-csv-count-out-2 pic z(5)9.
       01 ws-csv-count-out-3 pic z(5)9.
       01 ws-csv-count-out-4 pic z(5)9.
       01 ws-csv-count-out-5 pic z(5)9.
       01 ws-csv-count-out-6 pic z(5)9.
       01 ws-csv-money-out pic z(9)9.99.
       01 ws-csv-money-out-2 pic z(9)9.99.
       01 ws-csv-money-out-3 pic z(9)9.99.

       01 ws-trend-name pic x(20) value spaces.
       01 ws-csv-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST KPI TREND REPORT"
           display "-----------------------------------------------"
           display "From date (YYYYMMDD):"
           move spaces to ws-date-input
           accept ws-date-input
           move function numval(ws-date-input) to ws-from-yyyymmdd
           display "To date (YYYYMMDD, blank for today):"
           move spaces to ws-date-input
           accept ws-date-input
           if ws-date-input not = spaces
               move function numval(ws-date-input) to
                 ws-to-yyyymmdd
           else
               move function current-date(1:8) to ws-to-yyyymmdd
           end-if
           display "Branch (blank or 00 for the whole company):"
           move spaces to ws-branch-input
           accept ws-branch-input
           if ws-branch-input not = spaces
               move function numval(ws-branch-input) to ws-branch-id
           end-if

           if ws-from-yyyymmdd = 0 or
             ws-from-yyyymmdd > ws-to-yyyymmdd
               display "Date range not understood - nothing run."
               display "Press ENTER to return to the menu."
               accept ws-continue
               goback
           end-if

           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-trend-name
           string "KPITREND.", ws-date-stamp into ws-trend-name
           move spaces to ws-csv-name
           string "KPICSV.", ws-date-stamp into ws-csv-name

           open extend trend-file
           perform PARA-100-LIST-SNAPSHOTS
           if ws-snap-count > 0
               perform PARA-200-FIND-YEAR-AGO
               perform PARA-300-PRINT-MOVEMENT
           end-if
           close trend-file

           perform PARA-400-WRITE-CSV

           move "KPI TREND" to WS-SPOOL-JOB
           move ws-trend-name to WS-SPOOL-DATASET
           perform Register-Spool-Output
           move "KPI TREND CSV" to WS-SPOOL-JOB
           move ws-csv-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display " "
           display ws-snap-count " snapshot(s) reported to "
             ws-trend-name
           display ws-csv-count " row(s) exported to " ws-csv-name
           display "Press ENTER to return to the menu."
           accept ws-continue

           goback.

       PARA-100-LIST-SNAPSHOTS.

           move all "=" to trend-line
           write trend-line
           move spaces to ws-date-disp
           string ws-from-yyyymmdd(7:2), "/", ws-from-yyyymmdd(5:2),
             "/", ws-from-yyyymmdd(1:4) delimited by size into
             ws-date-disp
           move spaces to ws-date-disp-2
           string ws-to-yyyymmdd(7:2), "/", ws-to-yyyymmdd(5:2),
             "/", ws-to-yyyymmdd(1:4) delimited by size into
             ws-date-disp-2
           move spaces to trend-line
           string "EAST KPI TREND - BRANCH ", ws-branch-id, " - ",
             ws-date-disp, " TO ", ws-date-disp-2 delimited by size
             into trend-line
           perform PARA-110-PUT-LINE
           move all "-" to trend-line
           write trend-line
           move "DATE        FOR SALE  ASKING VALUE  U/OFFER  TO LET"
             & "  LIVE LETS        ARREARS  APPLICANTS" to trend-line
           perform PARA-110-PUT-LINE

           move 0 to ws-snap-count
           move 0 to ws-end-of-file
           open input kpi-snap-file
           move ws-from-yyyymmdd to KPI-SNAP-DATE
           move 0 to KPI-BRANCH-ID
           start kpi-snap-file key not < KPI-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read kpi-snap-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if KPI-SNAP-DATE > ws-to-yyyymmdd
                           move 1 to ws-end-of-file
                       else
                           if KPI-BRANCH-ID = ws-branch-id
                               perform PARA-120-PRINT-SNAPSHOT
                           end-if
                       end-if
               end-read
           end-perform
           close kpi-snap-file

           if ws-snap-count = 0
               move "  No snapshots for this branch in the range."
                 to trend-line
               perform PARA-110-PUT-LINE
           end-if.

       PARA-110-PUT-LINE.

           write trend-line
           display trend-line.

       PARA-120-PRINT-SNAPSHOT.

           add 1 to ws-snap-count
           perform PARA-130-HOLD-SNAPSHOT
           if ws-snap-count = 1
               move ws-kpi-to to ws-kpi-first
           end-if
           move ws-kpi-to to ws-kpi-last

           move KPI-FOR-SALE to ws-line-for-sale
           move KPI-FOR-SALE-VALUE to ws-line-value
           move KPI-UNDER-OFFER to ws-line-under-offer
           move KPI-TO-LET to ws-line-to-let
           move KPI-LIVE-LETS to ws-line-live-lets
           move KPI-ARREARS-VALUE to ws-line-arrears
           move KPI-APPLICANTS to ws-line-applicants
           move spaces to trend-line
           string KPI-SNAP-DATE(7:2), "/", KPI-SNAP-DATE(5:2), "/",
             KPI-SNAP-DATE(1:4), "     ", ws-line-for-sale, "  ",
             ws-line-value, "    ", ws-line-under-offer, "   ",
             ws-line-to-let, "      ", ws-line-live-lets, "  ",
             ws-line-arrears, "      ", ws-line-applicants
             delimited by size into trend-line
           perform PARA-110-PUT-LINE.

       PARA-130-HOLD-SNAPSHOT.

           move KPI-SNAP-DATE to kc-date of ws-kpi-to
           move KPI-FOR-SALE to kc-for-sale of ws-kpi-to
           move KPI-FOR-SALE-VALUE to kc-for-sale-value of ws-kpi-to
           move KPI-UNDER-OFFER to kc-under-offer of ws-kpi-to
           move KPI-TO-LET to kc-to-let of ws-kpi-to
           move KPI-LIVE-LETS to kc-live-lets of ws-kpi-to
           move KPI-RENT-ROLL to kc-rent-roll of ws-kpi-to
           move KPI-ARREARS-VALUE to kc-arrears-value of ws-kpi-to
           move KPI-APPLICANTS to kc-applicants of ws-kpi-to.

      *----------------------------------------------------------
      * The comparison date is the last snapshot's date a year
      * earlier (29 February falling back to the 28th). A missed
      * night is bridged by taking the latest snapshot up to a week
      * before it.
      *----------------------------------------------------------
       PARA-200-FIND-YEAR-AGO.

           move 0 to ws-ago-found
           compute ws-ago-yyyymmdd = kc-date of ws-kpi-last - 10000
           if ws-ago-yyyymmdd(5:4) = "0229"
               move "0228" to ws-ago-yyyymmdd(5:4)
           end-if
           compute ws-ago-from-yyyymmdd = function date-of-integer
             (function integer-of-date(ws-ago-yyyymmdd) - 7)

           move 0 to ws-end-of-file
           open input kpi-snap-file
           move ws-ago-from-yyyymmdd to KPI-SNAP-DATE
           move 0 to KPI-BRANCH-ID
           start kpi-snap-file key not < KPI-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read kpi-snap-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if KPI-SNAP-DATE > ws-ago-yyyymmdd
                           move 1 to ws-end-of-file
                       else
                           if KPI-BRANCH-ID = ws-branch-id
                               perform PARA-130-HOLD-SNAPSHOT
                               move ws-kpi-to to ws-kpi-ago
                               move 1 to ws-ago-found
                           end-if
                       end-if
               end-read
           end-perform
           close kpi-snap-file.

       PARA-300-PRINT-MOVEMENT.

           move all "-" to trend-line
           write trend-line
           move ws-kpi-first to ws-kpi-from
           move ws-kpi-last to ws-kpi-to
           move "MOVEMENT OVER THE RANGE" to trend-line
           perform PARA-110-PUT-LINE
           perform PARA-310-PRINT-COMPARISON

           move all "-" to trend-line
           write trend-line
           if ws-ago-found = 0
               move "YEAR ON YEAR - no snapshot a year before the"
                 & " last one in the range." to trend-line
               perform PARA-110-PUT-LINE
           else
               move ws-kpi-ago to ws-kpi-from
               move ws-kpi-last to ws-kpi-to
               move "YEAR ON YEAR" to trend-line
               perform PARA-110-PUT-LINE
               perform PARA-310-PRINT-COMPARISON
           end-if

           move all "=" to trend-line
           write trend-line.

       PARA-310-PRINT-COMPARISON.

           move spaces to ws-date-disp
           string kc-date of ws-kpi-from(7:2), "/",
             kc-date of ws-kpi-from(5:2), "/",
             kc-date of ws-kpi-from(1:4) delimited by size into
             ws-date-disp
           move spaces to ws-date-disp-2
           string kc-date of ws-kpi-to(7:2), "/",
             kc-date of ws-kpi-to(5:2), "/",
             kc-date of ws-kpi-to(1:4) delimited by size into
             ws-date-disp-2
           move spaces to trend-line
           string "                        ", ws-date-disp,
             "         ", ws-date-disp-2, "              CHANGE"
             delimited by size into trend-line
           perform PARA-110-PUT-LINE

           move "FOR SALE" to ws-cmp-label
           move kc-for-sale of ws-kpi-from to ws-cmp-from-count
           move kc-for-sale of ws-kpi-to to ws-cmp-to-count
           perform PARA-320-COUNT-LINE
           move "ASKING VALUE" to ws-cmp-label
           move kc-for-sale-value of ws-kpi-from to
             ws-cmp-from-money
           move kc-for-sale-value of ws-kpi-to to ws-cmp-to-money
           perform PARA-330-MONEY-LINE
           move "UNDER OFFER" to ws-cmp-label
           move kc-under-offer of ws-kpi-from to ws-cmp-from-count
           move kc-under-offer of ws-kpi-to to ws-cmp-to-count
           perform PARA-320-COUNT-LINE
           move "TO LET" to ws-cmp-label
           move kc-to-let of ws-kpi-from to ws-cmp-from-count
           move kc-to-let of ws-kpi-to to ws-cmp-to-count
           perform PARA-320-COUNT-LINE
           move "LIVE LETS" to ws-cmp-label
           move kc-live-lets of ws-kpi-from to ws-cmp-from-count
           move kc-live-lets of ws-kpi-to to ws-cmp-to-count
           perform PARA-320-COUNT-LINE
           move "RENT ROLL" to ws-cmp-label
           move kc-rent-roll of ws-kpi-from to ws-cmp-from-money
           move kc-rent-roll of ws-kpi-to to ws-cmp-to-money
           perform PARA-330-MONEY-LINE
           move "ARREARS" to ws-cmp-label
           move kc-arrears-value of ws-kpi-from to
             ws-cmp-from-money
           move kc-arrears-value of ws-kpi-to to ws-cmp-to-money
           perform PARA-330-MONEY-LINE
           if ws-branch-id = 0
               move "APPLICANTS" to ws-cmp-label
               move kc-applicants of ws-kpi-from to ws-cmp-from-count
               move kc-applicants of ws-kpi-to to ws-cmp-to-count
               perform PARA-320-COUNT-LINE
           end-if.

       PARA-320-COUNT-LINE.

           compute ws-cmp-change-count =
             ws-cmp-to-count - ws-cmp-from-count
           move ws-cmp-from-count to ws-count-disp
           move ws-cmp-to-count to ws-count-disp-2
           move ws-cmp-change-count to ws-change-disp
           move spaces to trend-line
           string ws-cmp-label, "            ", ws-count-disp,
             "             ", ws-count-disp-2, "             ",
             ws-change-disp delimited by size into trend-line
           perform PARA-110-PUT-LINE.

       PARA-330-MONEY-LINE.

           compute ws-cmp-change-money =
             ws-cmp-to-money - ws-cmp-from-money
           move ws-cmp-from-money to ws-money-disp
           move ws-cmp-to-money to ws-money-disp-2
           move ws-cmp-change-money to ws-money-change-disp
           move spaces to trend-line
           string ws-cmp-label, ws-money-disp, "  ",
             ws-money-disp-2, "  ", ws-money-change-disp
             delimited by size into trend-line
           perform PARA-110-PUT-LINE.

      *----------------------------------------------------------
      * The export carries every branch, company line included, so
      * the spreadsheet can be pivoted either way.
      *----------------------------------------------------------
       PARA-400-WRITE-CSV.

           move 0 to ws-csv-count
           open output kpi-csv-file
           move
             "DATE,BRANCH_ID,FOR_SALE,ASKING_VALUE,UNDER_OFFER,TO_LET,"
             & "LIVE_LETS,RENT_ROLL,ARREARS_PERIODS,ARREARS_VALUE,"
             & "APPLICANTS" to kpi-csv-line
           write kpi-csv-line

           move 0 to ws-end-of-file
           open input kpi-snap-file
           move ws-from-yyyymmdd to KPI-SNAP-DATE
           move 0 to KPI-BRANCH-ID
           start kpi-snap-file key not < KPI-KEY
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read kpi-snap-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if KPI-SNAP-DATE > ws-to-yyyymmdd
                           move 1 to ws-end-of-file
                       else
                           perform PARA-410-CSV-ROW
                       end-if
               end-read
           end-perform
           close kpi-snap-file
           close kpi-csv-file.

       PARA-410-CSV-ROW.

           move KPI-BRANCH-ID to ws-csv-branch
           move KPI-FOR-SALE to ws-csv-count-out
           move KPI-FOR-SALE-VALUE to ws-csv-money-out
           move KPI-UNDER-OFFER to ws-csv-count-out-2
           move KPI-TO-LET to ws-csv-count-out-3
           move KPI-LIVE-LETS to ws-csv-count-out-4
           move KPI-RENT-ROLL to ws-csv-money-out-2
           move KPI-ARREARS-COUNT to ws-csv-count-out-5
           move KPI-ARREARS-VALUE to ws-csv-money-out-3
           move KPI-APPLICANTS to ws-csv-count-out-6
           move spaces to kpi-csv-line
           string KPI-SNAP-DATE(1:4), "-", KPI-SNAP-DATE(5:2), "-",
             KPI-SNAP-DATE(7:2), ",", ws-csv-branch, ",",
             function trim(ws-csv-count-out), ",",
             function trim(ws-csv-money-out), ",",
             function trim(ws-csv-count-out-2), ",",
             function trim(ws-csv-count-out-3), ",",
             function trim(ws-csv-count-out-4), ",",
             function trim(ws-csv-money-out-2), ",",
             function trim(ws-csv-count-out-5), ",",
             function trim(ws-csv-money-out-3), ",",
             function trim(ws-csv-count-out-6)
             delimited by size into kpi-csv-line
           write kpi-csv-line
           add 1 to ws-csv-count.

       copy "SpoolWrite.cpy".

       end program KpiTrend.
