      *marked do-not-contact, or with no post consent, is skipped
      *and said so; each letter written queues a VENDORACT event on
      *the notification queue for the dispatcher. Reached from the
      *reports menu. Each letter carries the letterhead of the
      *property's branch (LetterheadLines.cbl) as its header and
      *footer.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. VendorActivityReport.

       copy "ws-common.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-letterhead.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-scan-eof pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-letter-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-run-input pic x(6) value spaces.

       PARA-150-WRITE-LETTER-BODY.

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move all "=" to vendor-letter-line
           write vendor-letter-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 vendor-letter-line
               write vendor-letter-line
           end-perform
           move all "-" to vendor-letter-line
           write vendor-letter-line
           move spaces to vendor-letter-line
           string "VENDOR ACTIVITY - ", ws-seller-name-found,
             " (", ws-rpt-seller-id, ")" into
           perform PARA-400-OPEN-HOUSE-SECTION
           perform PARA-500-PRICE-HISTORY-SECTION

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to vendor-letter-line
               write vendor-letter-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 vendor-letter-line
               write vendor-letter-line
           end-perform

           add 1 to ws-letters-written

           move ws-rpt-property-id to WS-NOTIFY-PROPERTY-ID
