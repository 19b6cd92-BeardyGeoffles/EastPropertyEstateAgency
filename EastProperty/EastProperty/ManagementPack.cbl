      *          recorded and sales agreed inside the period
      *  PAGE 6  enquiry sources - where the period's enquiries
      *          came from, the campaign view
      *  PAGE 7  year on year - the company's last daily KPI
      *          snapshot of the period (KpiSnapshot.cbl) against
      *          the same month a year earlier: stock, under offer,
      *          lettings, arrears and active applicants
      *Written to a period-stamped MGMTPACK dataset. Reached from
      *the reports menu, and run last in the month-end stream
      *(MonthEnd.cbl), which supplies the period.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ManagementPack.
       copy "viewingfile.cpy".
       copy "offerfile.cpy".
       copy "invoicefile.cpy".
       copy "kpisnapfile.cpy".

           select optional pack-file assign to ws-pack-name
               organization is line sequential.
       copy "viewingrecord.cpy".
       copy "offerrecord.cpy".
       copy "invoicerecord.cpy".
       copy "kpisnaprecord.cpy".

       FD pack-file.
       01 pack-line pic x(90).

       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-monthend.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
         03 src-name pic x(10).
         03 src-count pic 9(4).

      *Year on year from the daily KPI snapshots - the company
      *line (branch 00) last taken in the period and a year before.
       01 ws-yoy-month-from pic 9(8) value 0.
       01 ws-yoy-month-to pic 9(8) value 0.
       01 ws-yoy-found pic 9 value 0 comp.
       01 ws-yoy-this.
         03 yoy-date pic 9(8).
         03 yoy-for-sale pic 9(5).
         03 yoy-for-sale-value pic 9(10)v99.
         03 yoy-under-offer pic 9(5).
         03 yoy-live-lets pic 9(5).
         03 yoy-arrears-value pic 9(8)v99.
         03 yoy-applicants pic 9(6).
       01 ws-yoy-last.
         03 yoy-date pic 9(8).
         03 yoy-for-sale pic 9(5).
         03 yoy-for-sale-value pic 9(10)v99.
         03 yoy-under-offer pic 9(5).
         03 yoy-live-lets pic 9(5).
         03 yoy-arrears-value pic 9(8)v99.
         03 yoy-applicants pic 9(6).
       01 ws-yoy-hold.
         03 yoy-date pic 9(8).
         03 yoy-for-sale pic 9(5).
         03 yoy-for-sale-value pic 9(10)v99.
         03 yoy-under-offer pic 9(5).
         03 yoy-live-lets pic 9(5).
         03 yoy-arrears-value pic 9(8)v99.
         03 yoy-applicants pic 9(6).
       01 ws-yoy-count-disp pic zzzzz9.
       01 ws-yoy-count-disp-2 pic zzzzz9.
       01 ws-yoy-change-disp pic ------9.
       01 ws-yoy-change-count pic s9(6) value 0.
       01 ws-yoy-change-money pic s9(10)v99 value 0.
       01 ws-yoy-money-disp pic zz,zzz,zzz,zz9.99.
       01 ws-yoy-money-change pic ---,---,---,--9.99.

       01 ws-money-disp pic zz,zzz,zz9.99.

       procedure division.
           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "MONTH-END-PERIOD" upon environment-name
           move spaces to WS-ME-PERIOD
           accept WS-ME-PERIOD from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST MANAGEMENT PACK"
           display "-----------------------------------------------"
           if WS-ME-PERIOD not = spaces
               move 0 to return-code
               move WS-ME-MONTH to ws-period-month
               move WS-ME-YEAR to ws-period-year
           else
               display "Period to run (MM YYYY):"
               move spaces to ws-period-input
               accept ws-period-input
               move function numval(ws-period-input(1:2)) to
                 ws-period-month
               move function numval(ws-period-input(4:4)) to
                 ws-period-year
           end-if
           if ws-period-month = 0 or ws-period-month > 12 or
             ws-period-year = 0
               display "Period not understood - nothing run."
           perform PARA-300-GATHER-FALLTHROUGHS
           perform PARA-400-GATHER-FUNNEL
           perform PARA-500-GATHER-FEES
           perform PARA-550-GATHER-YEAR-ON-YEAR

           open extend pack-file

           perform PARA-750-FALLTHROUGH-PAGE
           perform PARA-800-FUNNEL-PAGE
           perform PARA-850-SOURCES-PAGE
           perform PARA-900-YEAR-ON-YEAR-PAGE

           close pack-file

           end-perform
           close invoice-file.

      *----------------------------------------------------------
      * The figure for a month is the last snapshot taken in it,
      * so a closed month reads as it stood at its end.
      *----------------------------------------------------------
       PARA-550-GATHER-YEAR-ON-YEAR.

           compute ws-yoy-month-from = (ws-period-year * 10000) +
             (ws-period-month * 100)
           compute ws-yoy-month-to = ws-yoy-month-from + 99
           perform PARA-560-LAST-SNAPSHOT
           move ws-yoy-hold to ws-yoy-this

           subtract 10000 from ws-yoy-month-from
           subtract 10000 from ws-yoy-month-to
           perform PARA-560-LAST-SNAPSHOT
           move ws-yoy-hold to ws-yoy-last.

       PARA-560-LAST-SNAPSHOT.

           initialize ws-yoy-hold
           move 0 to ws-end-of-file

           open input kpi-snap-file
           move ws-yoy-month-from to KPI-SNAP-DATE
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
                       if KPI-SNAP-DATE > ws-yoy-month-to
                           move 1 to ws-end-of-file
                       else
                           if KPI-BRANCH-ID = 0
                               move KPI-SNAP-DATE to
                                 yoy-date of ws-yoy-hold
                               move KPI-FOR-SALE to
                                 yoy-for-sale of ws-yoy-hold
                               move KPI-FOR-SALE-VALUE to
                                 yoy-for-sale-value of ws-yoy-hold
                               move KPI-UNDER-OFFER to
                                 yoy-under-offer of ws-yoy-hold
                               move KPI-LIVE-LETS to
                                 yoy-live-lets of ws-yoy-hold
                               move KPI-ARREARS-VALUE to
                                 yoy-arrears-value of ws-yoy-hold
                               move KPI-APPLICANTS to
                                 yoy-applicants of ws-yoy-hold
                           end-if
                       end-if
           end-perform
           close kpi-snap-file.

       PARA-600-COVER-PAGE.

           perform PARA-050-PAGE-HEADER
           if ws-src-count = 0
               move "  No enquiries in the period." to pack-line
               perform PARA-060-PUT-LINE
           end-if.

       PARA-900-YEAR-ON-YEAR-PAGE.

           perform PARA-050-PAGE-HEADER
           move "YEAR ON YEAR - FROM THE DAILY KPI SNAPSHOTS" to
             pack-line
           perform PARA-060-PUT-LINE

           if yoy-date of ws-yoy-this = 0 or
             yoy-date of ws-yoy-last = 0
               move "  No snapshot for this month or the same month a"
                 & " year ago." to pack-line
               perform PARA-060-PUT-LINE
           else
               move spaces to pack-line
               string "                   ",
                 yoy-date of ws-yoy-last(7:2), "/",
                 yoy-date of ws-yoy-last(5:2), "/",
                 yoy-date of ws-yoy-last(1:4), "      ",
                 yoy-date of ws-yoy-this(7:2), "/",
                 yoy-date of ws-yoy-this(5:2), "/",
                 yoy-date of ws-yoy-this(1:4), "        CHANGE"
                 delimited by size into pack-line
               perform PARA-060-PUT-LINE

               move yoy-for-sale of ws-yoy-last to ws-yoy-count-disp
               move yoy-for-sale of ws-yoy-this to
                 ws-yoy-count-disp-2
               compute ws-yoy-change-count =
                 yoy-for-sale of ws-yoy-this -
                 yoy-for-sale of ws-yoy-last
               move ws-yoy-change-count to ws-yoy-change-disp
               move spaces to pack-line
               string "FOR SALE             ", ws-yoy-count-disp,
                 "          ", ws-yoy-count-disp-2, "       ",
                 ws-yoy-change-disp into pack-line
               perform PARA-060-PUT-LINE

               compute ws-yoy-change-money =
                 yoy-for-sale-value of ws-yoy-this -
                 yoy-for-sale-value of ws-yoy-last
               move ws-yoy-change-money to ws-yoy-money-change
               move yoy-for-sale-value of ws-yoy-this to
                 ws-yoy-money-disp
               move spaces to pack-line
               string "ASKING VALUE NOW ", ws-yoy-money-disp,
                 "  CHANGE ", ws-yoy-money-change into pack-line
               perform PARA-060-PUT-LINE

               move yoy-under-offer of ws-yoy-last to
                 ws-yoy-count-disp
               move yoy-under-offer of ws-yoy-this to
                 ws-yoy-count-disp-2
               compute ws-yoy-change-count =
                 yoy-under-offer of ws-yoy-this -
                 yoy-under-offer of ws-yoy-last
               move ws-yoy-change-count to ws-yoy-change-disp
               move spaces to pack-line
               string "UNDER OFFER          ", ws-yoy-count-disp,
                 "          ", ws-yoy-count-disp-2, "       ",
                 ws-yoy-change-disp into pack-line
               perform PARA-060-PUT-LINE

               move yoy-live-lets of ws-yoy-last to ws-yoy-count-disp
               move yoy-live-lets of ws-yoy-this to
                 ws-yoy-count-disp-2
               compute ws-yoy-change-count =
                 yoy-live-lets of ws-yoy-this -
                 yoy-live-lets of ws-yoy-last
               move ws-yoy-change-count to ws-yoy-change-disp
               move spaces to pack-line
               string "LIVE LETTINGS        ", ws-yoy-count-disp,
                 "          ", ws-yoy-count-disp-2, "       ",
                 ws-yoy-change-disp into pack-line
               perform PARA-060-PUT-LINE

               compute ws-yoy-change-money =
                 yoy-arrears-value of ws-yoy-this -
                 yoy-arrears-value of ws-yoy-last
               move ws-yoy-change-money to ws-yoy-money-change
               move yoy-arrears-value of ws-yoy-this to
                 ws-yoy-money-disp
               move spaces to pack-line
               string "ARREARS NOW      ", ws-yoy-money-disp,
                 "  CHANGE ", ws-yoy-money-change into pack-line
               perform PARA-060-PUT-LINE

               move yoy-applicants of ws-yoy-last to
                 ws-yoy-count-disp
               move yoy-applicants of ws-yoy-this to
                 ws-yoy-count-disp-2
               compute ws-yoy-change-count =
                 yoy-applicants of ws-yoy-this -
                 yoy-applicants of ws-yoy-last
               move ws-yoy-change-count to ws-yoy-change-disp
               move spaces to pack-line
               string "ACTIVE APPLICANTS    ", ws-yoy-count-disp,
                 "          ", ws-yoy-count-disp-2, "       ",
                 ws-yoy-change-disp into pack-line
               perform PARA-060-PUT-LINE
           end-if

           move all "=" to pack-line
