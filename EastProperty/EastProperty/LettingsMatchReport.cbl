      *LETTINGSMATCHREPORT.cbl
      *Matching run for the lettings applicant register. Every
      *applicant still looking on LET-APPL-FILE is set against the
      *lettings on the book (LISTING-TYPE L, not withdrawn) and each
      *letting that fits is listed under them:
      *  - the monthly rent is no more than the most they will pay
      *    (no limit when they have not said);
      *  - the letting is free in time - available now when it has
      *    no tenancy, the day after TENANCY-END-DATE when one is
      *    running out, and never while a tenancy runs with no end
      *    date - and free no later than CONFIG-FILE setting
      *    LET-MATCH-WINDOW (default 30) days after their earliest
      *    move-in date;
      *  - the postcode is in one of their areas, matched on the
      *    whole district (NR2) or, for an area given as letters
      *    only (NR), on the postcode area. No areas means anywhere.
      *  - two occupants to a bedroom at most, where beds are known.
      *The list goes to a date-stamped LETMATCH dataset registered
      *on the print spool. Run from LettingsApplicant.cbl.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. LettingsMatchReport.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "letapplfile.cpy".
       copy "propertyfile.cpy".
       copy "configfile.cpy".

           select optional lm-report-file assign to ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "letapplrecord.cpy".
       copy "propertyrecord.cpy".
       copy "configrecord.cpy".

       FD lm-report-file.
       01 lm-report-line pic x(80).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-spool.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-prop-eof pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-window-days pic 9(4) value 0.
       01 ws-latest-date pic 9(8) value 0.
       01 ws-end-yyyymmdd pic 9(8) value 0.
       01 ws-start-yyyymmdd pic 9(8) value 0.
       01 ws-avail-yyyymmdd pic 9(8) value 0.

       01 ws-fits pic 9 value 0 comp.
       01 ws-any-area pic 9 value 0 comp.
       01 ws-area-idx pic 9 value 0 comp.
       01 ws-pc-idx pic 9 value 0 comp.
       01 ws-pc-len pic 9 value 0 comp.
       01 ws-pc-work pic x(7) value spaces.
       01 ws-pc-district pic x(4) value spaces.
       01 ws-pc-area pic x(4) value spaces.

       01 ws-applicant-count pic 9(4) value 0.
       01 ws-match-count pic 9(4) value 0.
       01 ws-total-matches pic 9(5) value 0.
       01 ws-unmatched-count pic 9(4) value 0.

       01 ws-rent-disp pic zzz,zz9.99.
       01 ws-occupants-disp pic z9.
       01 ws-beds-disp pic z9.
       01 ws-date-disp pic x(10) value spaces.
       01 ws-date-show pic 9(8) value 0.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST LETTINGS APPLICANT MATCHES"
           display "-----------------------------------------------"

           move "LET-MATCH-WINDOW" to WS-CONFIG-NAME
           move 30 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-window-days

           move function current-date(1:8) to ws-today-yyyymmdd

           move ws-today-yyyymmdd to ws-date-stamp
           move spaces to ws-report-name
           string "LETMATCH.", ws-date-stamp into ws-report-name

           open extend lm-report-file
           move all "=" to lm-report-line
           write lm-report-line
           move "LETTINGS MATCHING APPLICANTS' NEEDS" to lm-report-line
           write lm-report-line
           display lm-report-line

           move 0 to ws-applicant-count
           move 0 to ws-total-matches
           move 0 to ws-unmatched-count
           move 0 to ws-end-of-file
           open input let-appl-file
           perform until ws-end-of-file = 1
               read let-appl-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if LA-STATUS = "A"
                           perform PARA-100-MATCH-APPLICANT
                       end-if
               end-read
           end-perform
           close let-appl-file

           move all "=" to lm-report-line
           write lm-report-line
           move spaces to lm-report-line
           string ws-applicant-count, " APPLICANT(S), ",
             ws-total-matches, " MATCH(ES), ", ws-unmatched-count,
             " WITH NONE" into lm-report-line
           write lm-report-line
           display lm-report-line
           close lm-report-file

           move "LETTINGS MATCHES" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "-----------------------------------------------"

           goback.

      *----------------------------------------------------------
      * One applicant: their needs as a heading, then every
      * letting that fits.
      *----------------------------------------------------------
       PARA-100-MATCH-APPLICANT.

           add 1 to ws-applicant-count

           if LA-MOVE-IN-DATE = 0
               move 0 to ws-latest-date
           else
               compute ws-latest-date = function date-of-integer(
                 function integer-of-date(LA-MOVE-IN-DATE) +
                 ws-window-days)
           end-if

           move 1 to ws-any-area
           perform varying ws-area-idx from 1 by 1
             until ws-area-idx > 4
               if LA-AREA(ws-area-idx) not = spaces
                   move 0 to ws-any-area
               end-if
           end-perform

           move spaces to lm-report-line
           write lm-report-line
           move spaces to lm-report-line
           string LA-ID, " ", LA-NAME, " ", LA-PHONE
             delimited by size into lm-report-line
           write lm-report-line
           display lm-report-line

           move LA-MAX-RENT to ws-rent-disp
           move LA-MOVE-IN-DATE to ws-date-show
           perform PARA-920-SHOW-DATE
           move LA-OCCUPANTS to ws-occupants-disp
           move spaces to lm-report-line
           string "  UP TO ", ws-rent-disp, " FROM ", ws-date-disp,
             " OCC ", ws-occupants-disp, " PETS ", LA-PETS,
             " GTR ", LA-GUARANTOR, " AREAS ", LA-AREA(1), " ",
             LA-AREA(2), " ", LA-AREA(3), " ", LA-AREA(4)
             delimited by size into lm-report-line
           write lm-report-line
           display lm-report-line

           move 0 to ws-match-count
           move 0 to ws-prop-eof
           open input property-file
           perform until ws-prop-eof = 1
               read property-file next record
                   at end
                       move 1 to ws-prop-eof
                   not at end
                       if LISTING-TYPE = "L" and OFFER-STATUS not = "W"
                           perform PARA-200-CHECK-LETTING
                       end-if
               end-read
           end-perform
           close property-file

           if ws-match-count = 0
               move "    NO LETTINGS MATCH" to lm-report-line
               write lm-report-line
               display lm-report-line
               add 1 to ws-unmatched-count
           end-if.

       PARA-200-CHECK-LETTING.

           move 1 to ws-fits

           if PROPERTY-MONTHLY-RENT = 0
               move 0 to ws-fits
           end-if
           if LA-MAX-RENT > 0 and PROPERTY-MONTHLY-RENT > LA-MAX-RENT
               move 0 to ws-fits
           end-if

           if LA-OCCUPANTS > 0 and PROPERTY-BEDS > 0 and
             LA-OCCUPANTS > PROPERTY-BEDS * 2
               move 0 to ws-fits
           end-if

           if ws-fits = 1
               perform PARA-220-AVAILABLE-DATE
           end-if

           if ws-fits = 1 and ws-any-area = 0
               perform PARA-240-CHECK-AREA
           end-if

           if ws-fits = 1
               perform PARA-300-MATCH-LINE
           end-if.

      *----------------------------------------------------------
      * When the letting is free: now with no tenancy, the day
      * after the end of one running out, not at all while one
      * runs with no end date set.
      *----------------------------------------------------------
       PARA-220-AVAILABLE-DATE.

           compute ws-start-yyyymmdd = TENANCY-START-YEAR * 10000 +
             TENANCY-START-MONTH * 100 + TENANCY-START-DAY
           compute ws-end-yyyymmdd = TENANCY-END-YEAR * 10000 +
             TENANCY-END-MONTH * 100 + TENANCY-END-DAY

           if ws-end-yyyymmdd = 0
               if ws-start-yyyymmdd = 0
                   move ws-today-yyyymmdd to ws-avail-yyyymmdd
               else
                   move 0 to ws-fits
               end-if
           else
               compute ws-avail-yyyymmdd = function date-of-integer(
                 function integer-of-date(ws-end-yyyymmdd) + 1)
               if ws-avail-yyyymmdd < ws-today-yyyymmdd
                   move ws-today-yyyymmdd to ws-avail-yyyymmdd
               end-if
           end-if

           if ws-fits = 1 and ws-latest-date > 0 and
             ws-avail-yyyymmdd > ws-latest-date
               move 0 to ws-fits
           end-if.

      *----------------------------------------------------------
      * The outward code is all but the last three characters of
      * the postcode with spaces squeezed out; the area is its
      * leading letters.
      *----------------------------------------------------------
       PARA-240-CHECK-AREA.

           move spaces to ws-pc-work
           move 0 to ws-pc-len
           perform varying ws-pc-idx from 1 by 1 until ws-pc-idx > 7
               if PROPERTY-POSTCODE(ws-pc-idx:1) not = space
                   add 1 to ws-pc-len
                   move PROPERTY-POSTCODE(ws-pc-idx:1) to
                     ws-pc-work(ws-pc-len:1)
               end-if
           end-perform

           move spaces to ws-pc-district
           move spaces to ws-pc-area
           if ws-pc-len > 3
               move ws-pc-work(1:ws-pc-len - 3) to ws-pc-district
               move ws-pc-district(1:1) to ws-pc-area(1:1)
               if ws-pc-district(2:1) is alphabetic
                   move ws-pc-district(2:1) to ws-pc-area(2:1)
               end-if
           end-if

           move 0 to ws-fits
           if ws-pc-district not = spaces
               perform varying ws-area-idx from 1 by 1
                 until ws-area-idx > 4
                   if LA-AREA(ws-area-idx) not = spaces
                       if LA-AREA(ws-area-idx) = ws-pc-district
                           move 1 to ws-fits
                       end-if
                       if LA-AREA(ws-area-idx) is alphabetic and
                         LA-AREA(ws-area-idx) = ws-pc-area
                           move 1 to ws-fits
                       end-if
                   end-if
               end-perform
           end-if.

       PARA-300-MATCH-LINE.

           add 1 to ws-match-count
           add 1 to ws-total-matches

           move PROPERTY-MONTHLY-RENT to ws-rent-disp
           move PROPERTY-BEDS to ws-beds-disp
           move ws-avail-yyyymmdd to ws-date-show
           perform PARA-920-SHOW-DATE
           move spaces to lm-report-line
           string "    ", PROPERTY-ID, " ", PROPERTY-AL1, " ",
             PROPERTY-POSTCODE, " ", ws-rent-disp, " BEDS ",
             ws-beds-disp, " FREE ", ws-date-disp
             delimited by size into lm-report-line
           write lm-report-line
           display lm-report-line.

       PARA-920-SHOW-DATE.

           move spaces to ws-date-disp
           if ws-date-show not = 0
               string ws-date-show(7:2), "/", ws-date-show(5:2), "/",
                 ws-date-show(1:4) delimited by size into ws-date-disp
           end-if.

       copy "ReadConfigValue.cpy".
       copy "SpoolWrite.cpy".

       end program LettingsMatchReport.
