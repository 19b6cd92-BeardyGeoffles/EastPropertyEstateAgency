      *for the buyer on REFERRAL-FILE, and shows the deposit math
      *for the buyer's BUYER-FINANCE-STATUS. Written to a
      *date-stamped COSTSHT dataset and registered on the print
      *spool. Reached from the fourth reports menu. The sheet
      *carries the letterhead of the property's branch
      *(LetterheadLines.cbl) as its header and footer.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BuyerCostSheet.
       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-spool.cpy".
       copy "ws-letterhead.cpy".

       01 ws-sheet-name pic x(20) value spaces.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-continue pic x value spaces.
       01 ws-input pic x(12) value spaces.
           perform PARA-400-WRITE-REFERRAL-SECTION
           perform PARA-500-WRITE-DEPOSIT-SECTION

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to cost-sheet-line
               write cost-sheet-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 cost-sheet-line
               write cost-sheet-line
           end-perform

           move all "=" to cost-sheet-line
           write cost-sheet-line


       PARA-200-WRITE-HEADER.

           move PROPERTY-BRANCH-ID of property-record to
             WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move all "=" to cost-sheet-line
           write cost-sheet-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 cost-sheet-line
               write cost-sheet-line
           end-perform
           move all "-" to cost-sheet-line
           write cost-sheet-line
           move "BUYER COST SHEET" to cost-sheet-line
           write cost-sheet-line
           move spaces to cost-sheet-line
           string "DATED ", ws-date-stamp(7:2), "/",
