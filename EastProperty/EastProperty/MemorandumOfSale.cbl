      *and both instructed firms with their contact details and
      *SOLICITOR-REFERENCE, formats the full memorandum to a
      *date-stamped MEMO dataset, and logs the issue on the audit
      *trail. A sale touching a declared staff interest is warned
      *and logged first (InterestCheck.cbl). The memorandum carries
      *the branch letterhead (LetterheadLines.cbl) as its header and
      *footer.
      *A leasehold's lease details (Leasehold.cbl) go under the
      *price - unexpired term, ground rent, service charge,
      *freeholder and managing agent - with a warning line when the
      *term left is under 80 years.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. MemorandumOfSale.
       copy "sellerfile.cpy".
       copy "solicitorfile.cpy".
       copy "auditfile.cpy".
       copy "leaseholdfile.cpy".

           select optional memo-file assign to ws-memo-name
               organization is line sequential.
       copy "sellerrecord.cpy".
       copy "solicitorrecord.cpy".
       copy "auditrecord.cpy".
       copy "leaseholdrecord.cpy".

       FD memo-file.
       01 memo-line pic x(100).

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-interestchk.cpy".
       copy "ws-letterhead.cpy".
       copy "ws-leasecheck.cpy".

       01 ws-memo-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-amount-disp pic zzz,zz9.99.
       01 ws-side-label pic x(20) value spaces.
       01 ws-side-sol-id pic 9(4) value 0.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-lease-term-disp pic zz9.
       01 ws-lease-review-disp pic z9.

       linkage section.

           end-read
           close property-file

           initialize WS-INTCHK
           move property-id of property-record to
             WS-INTCHK-PROPERTY-ID
           move PROP-BUYER-ID of property-record to
             WS-INTCHK-BUYER-ID
           move PROP-SELLER-ID of property-record to
             WS-INTCHK-SELLER-ID
           move "MEMO" to WS-INTCHK-CONTEXT
           call "InterestCheck" using WS-INTCHK

           move function current-date(1:8) to ws-date-stamp
           string "MEMO.", ws-date-stamp into ws-memo-name

           open extend memo-file

           perform PARA-100-WRITE-HEADER
           perform PARA-150-WRITE-LEASE
           perform PARA-200-WRITE-SELLER-SIDE
           perform PARA-300-WRITE-BUYER-SIDE
           perform PARA-500-WRITE-FOOTER

           move all "=" to memo-line
           write memo-line

           move all "=" to memo-line
           write memo-line
           perform PARA-050-WRITE-LETTERHEAD
           move all "-" to memo-line
           write memo-line
           move "MEMORANDUM OF SALE" to memo-line
           write memo-line
           move spaces to memo-line
           string "DATED ", ws-date-stamp(7:2), "/",
             memo-line
           write memo-line.

       PARA-150-WRITE-LEASE.

           move property-id of property-record to
             WS-LEASE-PROPERTY-ID
           perform Check-Lease-Term
           if WS-LEASE-FOUND = 1
               move all "-" to memo-line
               write memo-line
               move "LEASEHOLD" to memo-line
               write memo-line

               move spaces to memo-line
               if WS-LEASE-KNOWN = 1
                   move WS-LEASE-YEARS-LEFT to WS-LEASE-YEARS-DISP
                   move LH-TERM-YEARS to ws-lease-term-disp
                   string "  TERM ", ws-lease-term-disp,
                     " YEARS FROM ", LH-LEASE-START(7:2), "/",
                     LH-LEASE-START(5:2), "/", LH-LEASE-START(1:4),
                     "  UNEXPIRED ", WS-LEASE-YEARS-DISP, " YEARS"
                     delimited by size into memo-line
               else
                   move "  TERM NOT RECORDED" to memo-line
               end-if
               write memo-line

               move LH-GROUND-RENT to ws-amount-disp
               move LH-GR-REVIEW-YEARS to ws-lease-review-disp
               move spaces to memo-line
               evaluate LH-GR-BASIS
                   when "D"
                       string "  GROUND RENT ", ws-amount-disp,
                         " PA, DOUBLING EVERY ",
                         ws-lease-review-disp, " YEARS"
                         delimited by size into memo-line
                   when "R"
                       string "  GROUND RENT ", ws-amount-disp,
                         " PA, RPI REVIEW EVERY ",
                         ws-lease-review-disp, " YEARS"
                         delimited by size into memo-line
                   when "P"
                       move "  GROUND RENT PEPPERCORN" to memo-line
                   when other
                       string "  GROUND RENT ", ws-amount-disp,
                         " PA, FIXED" delimited by size into memo-line
               end-evaluate
               write memo-line

               move LH-SERVICE-CHARGE to ws-amount-disp
               move spaces to memo-line
               string "  SERVICE CHARGE ", ws-amount-disp, " PA"
                 delimited by size into memo-line
               write memo-line
               move spaces to memo-line
               string "  FREEHOLDER ", LH-FREEHOLDER
                 delimited by size into memo-line
               write memo-line
               move spaces to memo-line
               string "  MANAGING AGENT ", LH-AGENT-NAME, "  TEL ",
                 LH-AGENT-PHONE delimited by size into memo-line
               write memo-line

               if WS-LEASE-SHORT = 1
                   move spaces to memo-line
                   string "  ** ", WS-LEASE-WARNING
                     delimited by size into memo-line
                   write memo-line
                   display "WARNING - " WS-LEASE-WARNING
               end-if
           end-if.

       PARA-200-WRITE-SELLER-SIDE.

           move all "-" to memo-line
           end-read
           close solicitor-file.

       PARA-050-WRITE-LETTERHEAD.

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to memo-line
               write memo-line
           end-perform.

       PARA-500-WRITE-FOOTER.

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to memo-line
               write memo-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to memo-line
               write memo-line
           end-perform.

       copy "AuditLogWrite.cpy".
       copy "LeaseTermCheck.cpy".

       copy "MainFileOpenCheck.cpy".

