      *     record's address, price, beds and feature flags, the
      *     rooms in order, the photo paths and the footer, merged
      *     onto a date-stamped PARTDOC dataset and registered on
      *     the print spool, under the letterhead of the
      *     property's branch (LetterheadLines.cbl) with its footer
      *     below.
      *A leasehold's lease details (Leasehold.cbl) print under the
      *footer: unexpired term, ground rent and how it rises,
      *service charge, freeholder and managing agent.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Particulars.
       copy "particularsfile.cpy".
       copy "propertyfile.cpy".
       copy "spoolfile.cpy".
       copy "leaseholdfile.cpy".

           select optional particulars-doc-file assign to
               ws-doc-name
       copy "particularsrecord.cpy".
       copy "propertyrecord.cpy".
       copy "spoolrecord.cpy".
       copy "leaseholdrecord.cpy".

       FD particulars-doc-file.
       01 particulars-doc-line pic x(90).

       copy "ws-common.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".
       copy "ws-leasecheck.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-doc-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-part-property-id pic 9(6) value 0.
       01 ws-room-count pic 99 value 0.
       01 ws-asking-disp pic zzz,zz9.99.
       01 ws-photo-idx pic 9 value 0 comp.
       01 ws-lease-money-disp pic zzz,zz9.99.
       01 ws-lease-term-disp pic zz9.
       01 ws-lease-review-disp pic z9.

       procedure division.

           move function current-date(1:8) to ws-date-stamp
           string "PARTDOC.", ws-date-stamp into ws-doc-name

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           open extend particulars-doc-file

           move all "=" to particulars-doc-line
           write particulars-doc-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 particulars-doc-line
               write particulars-doc-line
           end-perform
           move all "-" to particulars-doc-line
           write particulars-doc-line
           move spaces to particulars-doc-line
           string PROPERTY-AL1 of property-record, " ",
             PROPERTY-POSTCODE of property-record, "  (REF ",
           end-read
           close particulars-file

           move ws-part-property-id to WS-LEASE-PROPERTY-ID
           perform Check-Lease-Term
           if WS-LEASE-FOUND = 1
               perform PARA-450-WRITE-LEASE
           end-if

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to particulars-doc-line
               write particulars-doc-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 particulars-doc-line
               write particulars-doc-line
           end-perform

           move all "=" to particulars-doc-line
           write particulars-doc-line

           display "Press ENTER to continue."
           accept ws-continue.

      *----------------------------------------------------------
      * The lease facts a buyer's solicitor asks for first, under
      * the tenure line.
      *----------------------------------------------------------
       PARA-450-WRITE-LEASE.

           move spaces to particulars-doc-line
           if WS-LEASE-KNOWN = 1
               move WS-LEASE-YEARS-LEFT to WS-LEASE-YEARS-DISP
               move LH-TERM-YEARS to ws-lease-term-disp
               string "LEASE: ", WS-LEASE-YEARS-DISP,
                 " YEARS UNEXPIRED OF ", ws-lease-term-disp,
                 " FROM ", LH-LEASE-START(7:2), "/",
                 LH-LEASE-START(5:2), "/", LH-LEASE-START(1:4)
                 delimited by size into particulars-doc-line
           else
               move "LEASE: TERM TO BE CONFIRMED" to
                 particulars-doc-line
           end-if
           write particulars-doc-line

           move LH-GROUND-RENT to ws-lease-money-disp
           move LH-GR-REVIEW-YEARS to ws-lease-review-disp
           move spaces to particulars-doc-line
           evaluate LH-GR-BASIS
               when "D"
                   string "GROUND RENT: ", ws-lease-money-disp,
                     " A YEAR, DOUBLING EVERY ",
                     ws-lease-review-disp, " YEARS"
                     delimited by size into particulars-doc-line
               when "R"
                   string "GROUND RENT: ", ws-lease-money-disp,
                     " A YEAR, RPI REVIEW EVERY ",
                     ws-lease-review-disp, " YEARS"
                     delimited by size into particulars-doc-line
               when "P"
                   move "GROUND RENT: PEPPERCORN" to
                     particulars-doc-line
               when other
                   string "GROUND RENT: ", ws-lease-money-disp,
                     " A YEAR, FIXED"
                     delimited by size into particulars-doc-line
           end-evaluate
           write particulars-doc-line

           move LH-SERVICE-CHARGE to ws-lease-money-disp
           move spaces to particulars-doc-line
           string "SERVICE CHARGE: ", ws-lease-money-disp, " A YEAR"
             delimited by size into particulars-doc-line
           write particulars-doc-line

           move spaces to particulars-doc-line
           string "FREEHOLDER: ", LH-FREEHOLDER,
             "  MANAGING AGENT: ", LH-AGENT-NAME
             delimited by size into particulars-doc-line
           write particulars-doc-line.

       copy "SpoolWrite.cpy".
       copy "LeaseTermCheck.cpy".

       copy "MainFileOpenCheck.cpy".

