      *Offers recorded in the range come from the offer history file
      *alongside, since offers moved off the property record to
      *their own dated file. Run before the backup clears the
      *journal, or point it at a rolled journal dataset. The page
      *is also written to a date-stamped MOVEMENT dataset on the
      *print spool, so it reaches the distribution list for WEEKLY
      *MOVEMENT. Reached from the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. JournalMovementReport.

       copy "journalfile.cpy".
       copy "offerfile.cpy".
       copy "spoolfile.cpy".

           select optional movement-file assign to ws-movement-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "journalrecord.cpy".
       copy "offerrecord.cpy".
       copy "spoolrecord.cpy".

       FD movement-file.
       01 movement-line pic x(80).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-price-disp pic zzz,zz9.99.
       01 ws-price-disp-2 pic zzz,zz9.99.

       01 ws-movement-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST WEEKLY MOVEMENT REPORT"

           perform PARA-100-SCAN-JOURNAL
           perform PARA-300-COUNT-OFFERS
           move function current-date(1:8) to ws-date-stamp
           move spaces to ws-movement-name
           string "MOVEMENT.", ws-date-stamp into ws-movement-name
           open extend movement-file
           perform PARA-400-PRINT-SUMMARY
           close movement-file

           move "WEEKLY MOVEMENT" to WS-SPOOL-JOB
           move ws-movement-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display " "
           display "Press ENTER to return to the menu."

       PARA-400-PRINT-SUMMARY.

           move all "=" to movement-line
           write movement-line
           move spaces to movement-line
           string "WEEKLY MOVEMENT REPORT ", ws-from-yyyymmdd, " TO ",
             ws-to-yyyymmdd delimited by size into movement-line
           perform PARA-450-PUT-LINE

           perform varying ws-pp-idx from 1 by 1
             until ws-pp-idx > ws-pp-count
               if pp-first-asking(ws-pp-idx) not =
                     ws-price-disp
                   move pp-last-asking(ws-pp-idx) to
                     ws-price-disp-2
                   move spaces to movement-line
                   string "PRICE CHANGE PROPERTY ",
                     pp-property-id(ws-pp-idx), " ",
                     ws-price-disp, " TO ", ws-price-disp-2
                     delimited by size into movement-line
                   perform PARA-450-PUT-LINE
               end-if
               if pp-seen-sold(ws-pp-idx) = 1
                   add 1 to ws-sold-moves
               end-if
           end-perform

           move all "-" to movement-line
           move spaces to movement-line(48:)
           perform PARA-450-PUT-LINE
           move spaces to movement-line
           string "NEW INSTRUCTIONS   ", ws-new-instructions
             delimited by size into movement-line
           perform PARA-450-PUT-LINE
           move spaces to movement-line
           string "NEW BUYERS         ", ws-new-buyers
             delimited by size into movement-line
           perform PARA-450-PUT-LINE
           move spaces to movement-line
           string "OFFERS RECORDED    ", ws-offers-recorded
             delimited by size into movement-line
           perform PARA-450-PUT-LINE
           move spaces to movement-line
           string "PRICE CHANGES      ", ws-price-changes
             delimited by size into movement-line
           perform PARA-450-PUT-LINE
           move spaces to movement-line
           string "MOVED TO SOLD      ", ws-sold-moves
             delimited by size into movement-line
           perform PARA-450-PUT-LINE
           move spaces to movement-line
           string "WITHDRAWALS        ", ws-withdrawals
             delimited by size into movement-line
           perform PARA-450-PUT-LINE
           move all "-" to movement-line
           move spaces to movement-line(48:)
           perform PARA-450-PUT-LINE.

       PARA-450-PUT-LINE.

           display function trim(movement-line trailing)
           write movement-line.

       copy "SpoolWrite.cpy".

       end program JournalMovementReport.
