      *and logs which clause versions were issued on AGR-ISSUE-FILE.
      *A tenant whose TENANT-REF-STATUS is not a pass gets no
      *agreement, full stop. Reached from the Lettings menu.
      *The agreement carries the letterhead of the property's branch
      *(LetterheadLines.cbl) as its header and footer.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. TenancyAgreement.
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-in-input pic x(40) value spaces.
       01 ws-doc-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.

       01 ws-agr-property-id pic 9(6) value 0.
       01 ws-agr-tenant-id pic 9(6) value 0.
           move function current-date(1:8) to ws-date-stamp
           string "TENAGR.", ws-date-stamp into ws-doc-name

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           open extend agreement-doc-file

           move all "=" to agreement-doc-line
           write agreement-doc-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 agreement-doc-line
               write agreement-doc-line
           end-perform
           move all "-" to agreement-doc-line
           write agreement-doc-line
           move spaces to agreement-doc-line
           string "TENANCY AGREEMENT - ", ws-sub-address, "  (REF ",
             ws-agr-property-id, ")" into agreement-doc-line
           end-perform
           close ten-clause-file

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to agreement-doc-line
               write agreement-doc-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 agreement-doc-line
               write agreement-doc-line
           end-perform

           move all "=" to agreement-doc-line
           write agreement-doc-line
           close agreement-doc-file
