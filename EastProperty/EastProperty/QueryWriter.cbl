      *QUERYWRITER.cbl
      *Ad-hoc report writer over the main data files, for the lists
      *that never justified a program of their own. A manager or
      *admin picks a file - property, buyer, seller, viewing, offer,
      *or tenancy (the lettings on the property file) - picks up to
      *eight columns from its field catalogue below, sets up to five
      *selection tests (E equals, R inclusive range, C contains) and
      *a sort column, and sends the result to the screen, the print
      *spool (a date-stamped QUERY dataset) or a CSV file (a date-
      *stamped QUERYCSV dataset). Queries are saved by name on
      *QUERY-DEF-FILE so the monthly ones can be rerun as they are;
      *only the owner or an admin may replace or delete one. Money
      *tests are keyed in pounds, dates as DDMMYYYY, and text tests
      *ignore case. Up to 500 matching records are held for
      *sorting; past that only the first 500 are listed. Every run,
      *save and delete is audit-logged under QUERY. Reached from
      *the reports menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. QueryWriter.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "viewingfile.cpy".
       copy "offerfile.cpy".
       copy "querydeffile.cpy".
       copy "auditfile.cpy".
       copy "spoolfile.cpy".

           select optional query-report-file assign to ws-report-name
               organization is line sequential.
           select query-csv-file assign to ws-csv-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "viewingrecord.cpy".
       copy "offerrecord.cpy".
       copy "querydefrecord.cpy".
       copy "auditrecord.cpy".
       copy "spoolrecord.cpy".

       FD query-report-file.
       01 query-report-line pic x(250).

       FD query-csv-file.
       01 query-csv-line pic x(300).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(40) value spaces.
       01 ws-code-input pic x value space.
       01 ws-num-input pic 9(4) value 0.
       01 ws-entry-done pic 9 value 0 comp.
       01 ws-query-found pic 9 value 0 comp.

       01 ws-report-name pic x(20) value spaces.
       01 ws-csv-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-file-words pic x(10) value spaces.
       01 ws-show-name pic x(20) value spaces.

      *The query being built or rerun - the same shape as
      *QUERY-DEF-RECORD so it moves across whole.
       01 ws-query.
         03 ws-q-name pic x(20).
         03 ws-q-file pic x.
         03 ws-q-col-count pic 9.
         03 ws-q-column occurs 8 times.
           05 ws-q-col pic 99.
         03 ws-q-crit-count pic 9.
         03 ws-q-criterion occurs 5 times.
           05 ws-q-crit-col pic 99.
           05 ws-q-crit-op pic x.
           05 ws-q-crit-from pic x(25).
           05 ws-q-crit-to pic x(25).
         03 ws-q-sort-col pic 99.
         03 ws-q-sort-dir pic x.
         03 ws-q-output pic x.
         03 ws-q-owner pic 9(6).
         03 ws-q-saved-date pic 9(8).
         03 ws-q-last-run pic 9(8).

      *Field catalogue - file code, column name, type (A text,
      *N number, M money, D date) and the width it is listed in.
      *Columns are numbered in order within each file; the value
      *paragraphs PARA-310 to PARA-360 take the same numbering, so
      *a new column goes on the end of its file in both places.
       01 ws-catalogue-values.
         03 filler pic x(22) value "PPROPERTY-ID       N11".
         03 filler pic x(22) value "PADDRESS-1         A25".
         03 filler pic x(22) value "PADDRESS-2         A25".
         03 filler pic x(22) value "PADDRESS-3         A25".
         03 filler pic x(22) value "PADDRESS-4         A25".
         03 filler pic x(22) value "PPOSTCODE          A08".
         03 filler pic x(22) value "PASKING-PRICE      M12".
         03 filler pic x(22) value "PSELLER-ID         N09".
         03 filler pic x(22) value "PPROPERTY-TYPE     A20".
         03 filler pic x(22) value "PBEDROOMS          N08".
         03 filler pic x(22) value "POFFER-STATUS      A12".
         03 filler pic x(22) value "POFFER-AMOUNT      M12".
         03 filler pic x(22) value "PBUYER-ID          N08".
         03 filler pic x(22) value "PSOLD-DATE         D10".
         03 filler pic x(22) value "PSOLD-PRICE        M10".
         03 filler pic x(22) value "PLISTING-TYPE      A12".
         03 filler pic x(22) value "PMONTHLY-RENT      M12".
         03 filler pic x(22) value "PBRANCH            N06".
         03 filler pic x(22) value "PINSTRUCTED        D10".
         03 filler pic x(22) value "PLIST-USER         N09".
         03 filler pic x(22) value "PSELL-USER         N09".
         03 filler pic x(22) value "BBUYER-ID          N08".
         03 filler pic x(22) value "BNAME              A20".
         03 filler pic x(22) value "BADDRESS-1         A25".
         03 filler pic x(22) value "BADDRESS-2         A25".
         03 filler pic x(22) value "BADDRESS-3         A25".
         03 filler pic x(22) value "BADDRESS-4         A25".
         03 filler pic x(22) value "BPOSTCODE          A08".
         03 filler pic x(22) value "BPHONE             A11".
         03 filler pic x(22) value "BNOTES             A30".
         03 filler pic x(22) value "BMIN-PRICE         M10".
         03 filler pic x(22) value "BMAX-PRICE         M10".
         03 filler pic x(22) value "BWANTED-TYPE       A20".
         03 filler pic x(22) value "BWANTED-BEDS       N11".
         03 filler pic x(22) value "BFINANCE           A07".
         03 filler pic x(22) value "BLENDER            A20".
         03 filler pic x(22) value "BCAMPAIGN          N08".
         03 filler pic x(22) value "BDO-NOT-CONTACT    A14".
         03 filler pic x(22) value "BLAST-CONTACT      D12".
         03 filler pic x(22) value "BTO-SELL           A07".
         03 filler pic x(22) value "BGRADE             A05".
         03 filler pic x(22) value "SSELLER-ID         N09".
         03 filler pic x(22) value "SNAME              A20".
         03 filler pic x(22) value "SADDRESS-1         A25".
         03 filler pic x(22) value "SADDRESS-2         A25".
         03 filler pic x(22) value "SADDRESS-3         A25".
         03 filler pic x(22) value "SADDRESS-4         A25".
         03 filler pic x(22) value "SPOSTCODE          A08".
         03 filler pic x(22) value "SPHONE             A11".
         03 filler pic x(22) value "SNOTES             A30".
         03 filler pic x(22) value "SCOMMISSION        M10".
         03 filler pic x(22) value "SDO-NOT-CONTACT    A14".
         03 filler pic x(22) value "SAPPROVAL-LIMIT    M14".
         03 filler pic x(22) value "SFLOAT-AMOUNT      M12".
         03 filler pic x(22) value "VVIEWING-ID        N10".
         03 filler pic x(22) value "VPROPERTY-ID       N11".
         03 filler pic x(22) value "VBUYER-ID          N08".
         03 filler pic x(22) value "VNEGOTIATOR        N10".
         03 filler pic x(22) value "VVIEW-DATE         D10".
         03 filler pic x(22) value "VVIEW-TIME         N09".
         03 filler pic x(22) value "VOUTCOME           A07".
         03 filler pic x(22) value "VFEEDBACK          A30".
         03 filler pic x(22) value "VCANCEL-DATE       D11".
         03 filler pic x(22) value "VCANCEL-REASON     A30".
         03 filler pic x(22) value "OOFFER-ID          N08".
         03 filler pic x(22) value "OPROPERTY-ID       N11".
         03 filler pic x(22) value "OBUYER-ID          N08".
         03 filler pic x(22) value "OAMOUNT            M10".
         03 filler pic x(22) value "OSTATUS            A09".
         03 filler pic x(22) value "OOFFER-DATE        D10".
         03 filler pic x(22) value "ONOTICE-DATE       D11".
         03 filler pic x(22) value "ONOTICE-COUNT      N12".
         03 filler pic x(22) value "TPROPERTY-ID       N11".
         03 filler pic x(22) value "TADDRESS-1         A25".
         03 filler pic x(22) value "TADDRESS-3         A25".
         03 filler pic x(22) value "TPOSTCODE          A08".
         03 filler pic x(22) value "TTENANT-ID         N09".
         03 filler pic x(22) value "TMONTHLY-RENT      M12".
         03 filler pic x(22) value "TSTART-DATE        D10".
         03 filler pic x(22) value "TEND-DATE          D10".
         03 filler pic x(22) value "TBRANCH            N06".
       01 ws-catalogue redefines ws-catalogue-values.
         03 ws-catalogue-entry occurs 81 times.
           05 ws-catg-file pic x.
           05 ws-catg-name pic x(18).
           05 ws-catg-type pic x.
           05 ws-catg-width pic 99.

       01 ws-cat-count pic 99 value 0.
       01 ws-cat-table.
         03 ws-cat-entry occurs 24 times.
           05 ws-cat-name pic x(18).
           05 ws-cat-type pic x.
           05 ws-cat-width pic 99.

       01 ws-cx pic 99 value 0 comp.
       01 ws-ci pic 99 value 0 comp.
       01 ws-cj pic 99 value 0 comp.

      *One column value, as it comes off the record and as it is
      *compared, sorted and listed.
       01 ws-fld-col pic 99 value 0.
       01 ws-fld-type pic x value space.
       01 ws-fld-width pic 99 value 0.
       01 ws-fld-len pic 99 value 0.
       01 ws-fld-key pic x(40) value spaces.
       01 ws-fld-disp pic x(50) value spaces.
       01 ws-upper-disp pic x(50) value spaces.
       01 ws-alpha-work pic x(50) value spaces.
       01 ws-num-work pic 9(10)v99 value 0.
       01 ws-num-work-x redefines ws-num-work pic x(12).
       01 ws-date-work pic 9(8) value 0.
       01 ws-dmy-work.
         03 ws-dmy-dd pic 99.
         03 ws-dmy-mm pic 99.
         03 ws-dmy-yyyy pic 9999.
       01 ws-edit-num pic z(9)9.
       01 ws-edit-money pic z(9)9.99.

      *Selection tests made ready for comparison once per run.
       01 ws-crit-table.
         03 ws-crit-entry occurs 5 times.
           05 ws-crit-from-key pic x(40).
           05 ws-crit-to-key pic x(40).
           05 ws-crit-text pic x(25).
           05 ws-crit-len pic 99.
       01 ws-norm-text pic x(25) value spaces.
       01 ws-norm-high pic 9 value 0 comp.
       01 ws-norm-key pic x(40) value spaces.
       01 ws-norm-len pic 99 value 0.
       01 ws-match pic 9 value 0 comp.
       01 ws-tally pic 9(4) value 0 comp.

      *Matching records, held until the run ends so they can be
      *listed in sort order.
       01 ws-hit-count pic 9(4) value 0.
       01 ws-match-count pic 9(6) value 0.
       01 ws-hit-table.
         03 ws-hit-entry occurs 500 times.
           05 ws-hit-key pic x(40).
           05 ws-hit-used pic 9.
           05 ws-hit-line pic x(250).
           05 ws-hit-csv pic x(300).
       01 ws-hi pic 9(4) value 0 comp.
       01 ws-hj pic 9(4) value 0 comp.
       01 ws-next pic 9(4) value 0 comp.
       01 ws-page-lines pic 99 value 0 comp.

       01 ws-out-line pic x(250) value spaces.
       01 ws-out-pos pic 9(4) value 0 comp.
       01 ws-out-start pic 9(4) value 0 comp.
       01 ws-csv-line pic x(300) value spaces.
       01 ws-csv-pos pic 9(4) value 0 comp.
       01 ws-head-line pic x(250) value spaces.
       01 ws-head-csv pic x(300) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display "USER-ROLE" upon environment-name
           accept ws-current-user-role from environment-value

           if not (is-admin or role-is-manager or role-is-admin-role)
               display "Ad-hoc queries are for managers and admins."
               display "Press ENTER to continue."
               accept ws-continue
               goback
           end-if

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST AD-HOC QUERY"
               display "----------------------------------------"
               display "1. NEW QUERY"
               display "2. RUN A SAVED QUERY"
               display "3. LIST SAVED QUERIES"
               display "4. DELETE A SAVED QUERY"
               display "5. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-NEW-QUERY
                   when "2"
                       perform PARA-200-RUN-SAVED
                   when "3"
                       perform PARA-250-LIST-SAVED
                   when "4"
                       perform PARA-270-DELETE-SAVED
                   when "5"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * Build a query step by step, run it, then offer to keep it.
      *----------------------------------------------------------
       PARA-100-NEW-QUERY.

           initialize ws-query
           display "File - P property, B buyer, S seller, V viewing,"
           display "O offer, T tenancy:"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to ws-q-file
           perform PARA-150-LOAD-CATALOGUE

           if ws-cat-count = 0
               display "No such file."
               display "Press ENTER to continue."
               accept ws-continue
           else
               perform PARA-110-PICK-COLUMNS
           end-if.

       PARA-110-PICK-COLUMNS.

           perform PARA-160-SHOW-CATALOGUE

           move 0 to ws-entry-done
           perform until ws-q-col-count = 8 or ws-entry-done = 1
               display "Column number to list (blank = done):"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input = spaces
                   move 1 to ws-entry-done
               else
                   move function numval(ws-in-input) to ws-num-input
                   if ws-num-input > 0 and
                     ws-num-input not > ws-cat-count
                       add 1 to ws-q-col-count
                       move ws-num-input to ws-q-col(ws-q-col-count)
                   else
                       display "No such column."
                   end-if
               end-if
           end-perform

           if ws-q-col-count = 0
               display "No columns chosen - nothing run."
               display "Press ENTER to continue."
               accept ws-continue
           else
               perform PARA-120-PICK-CRITERIA
               perform PARA-130-PICK-SORT
               perform PARA-140-PICK-OUTPUT
               perform PARA-400-RUN-QUERY
               perform PARA-800-SAVE-QUERY
           end-if.

       PARA-120-PICK-CRITERIA.

           move 0 to ws-entry-done
           perform until ws-q-crit-count = 5 or ws-entry-done = 1
               display "Select on column number (blank = no more):"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input = spaces
                   move 1 to ws-entry-done
               else
                   move function numval(ws-in-input) to ws-num-input
                   if ws-num-input > 0 and
                     ws-num-input not > ws-cat-count
                       perform PARA-125-KEY-CRITERION
                   else
                       display "No such column."
                   end-if
               end-if
           end-perform.

       PARA-125-KEY-CRITERION.

           display "Test - E equals, R range, C contains:"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to ws-code-input

           if ws-code-input = "E" or ws-code-input = "R" or
             ws-code-input = "C"
               add 1 to ws-q-crit-count
               move ws-num-input to ws-q-crit-col(ws-q-crit-count)
               move ws-code-input to ws-q-crit-op(ws-q-crit-count)
               if ws-cat-type(ws-num-input) = "D"
                   display "(dates as DDMMYYYY)"
               end-if
               if ws-code-input = "R"
                   display "From (blank = lowest):"
                   move spaces to ws-in-input
                   accept ws-in-input
                   move ws-in-input to ws-q-crit-from(ws-q-crit-count)
                   display "To (blank = highest):"
                   move spaces to ws-in-input
                   accept ws-in-input
                   move ws-in-input to ws-q-crit-to(ws-q-crit-count)
               else
                   display "Value:"
                   move spaces to ws-in-input
                   accept ws-in-input
                   move ws-in-input to ws-q-crit-from(ws-q-crit-count)
               end-if
           else
               display "No such test - that selection ignored."
           end-if.

       PARA-130-PICK-SORT.

           display "Sort by column number (blank = file order):"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-num-input
           if ws-num-input > 0 and ws-num-input not > ws-cat-count
               move ws-num-input to ws-q-sort-col
               display "A ascending or D descending (blank = A):"
               move space to ws-code-input
               accept ws-code-input
               move function upper-case(ws-code-input) to
                 ws-q-sort-dir
           else
               move 0 to ws-q-sort-col
           end-if
           if ws-q-sort-dir not = "D"
               move "A" to ws-q-sort-dir
           end-if.

       PARA-140-PICK-OUTPUT.

           display "Output - S screen, P print spool, C CSV file"
           display "(blank = S):"
           move space to ws-code-input
           accept ws-code-input
           move function upper-case(ws-code-input) to ws-q-output
           if ws-q-output not = "P" and ws-q-output not = "C"
               move "S" to ws-q-output
           end-if.

      *----------------------------------------------------------
      * The columns of the chosen file, numbered from one.
      *----------------------------------------------------------
       PARA-150-LOAD-CATALOGUE.

           move 0 to ws-cat-count
           move spaces to ws-file-words
           evaluate ws-q-file
               when "P"
                   move "PROPERTY" to ws-file-words
               when "B"
                   move "BUYER" to ws-file-words
               when "S"
                   move "SELLER" to ws-file-words
               when "V"
                   move "VIEWING" to ws-file-words
               when "O"
                   move "OFFER" to ws-file-words
               when "T"
                   move "TENANCY" to ws-file-words
           end-evaluate

           perform varying ws-cx from 1 by 1 until ws-cx > 81
               if ws-catg-file(ws-cx) = ws-q-file and
                 ws-q-file not = space
                   add 1 to ws-cat-count
                   move ws-catg-name(ws-cx) to
                     ws-cat-name(ws-cat-count)
                   move ws-catg-type(ws-cx) to
                     ws-cat-type(ws-cat-count)
                   move ws-catg-width(ws-cx) to
                     ws-cat-width(ws-cat-count)
               end-if
           end-perform.

       PARA-160-SHOW-CATALOGUE.

           display " "
           display ws-file-words " COLUMNS"
           perform varying ws-ci from 1 by 1 until ws-ci > ws-cat-count
               evaluate ws-cat-type(ws-ci)
                   when "N"
                       move "NUMBER" to ws-in-input
                   when "M"
                       move "MONEY" to ws-in-input
                   when "D"
                       move "DATE" to ws-in-input
                   when other
                       move "TEXT" to ws-in-input
               end-evaluate
               display ws-ci ". " ws-cat-name(ws-ci) " "
                 ws-in-input(1:6)
           end-perform.

      *----------------------------------------------------------
      * Rerun a saved query as it stands; only the output can be
      * changed for the run.
      *----------------------------------------------------------
       PARA-200-RUN-SAVED.

           perform PARA-210-FIND-SAVED

           if ws-query-found = 1
               perform PARA-150-LOAD-CATALOGUE
               display "Query " ws-q-name " on the " ws-file-words
                 " file, saved by user " ws-q-owner "."
               display "Output - S screen, P print spool, C CSV file"
               display "(blank = as saved, " ws-q-output "):"
               move space to ws-code-input
               accept ws-code-input
               move function upper-case(ws-code-input) to
                 ws-code-input
               if ws-code-input = "S" or ws-code-input = "P" or
                 ws-code-input = "C"
                   move ws-code-input to ws-q-output
               end-if
               perform PARA-400-RUN-QUERY

               open i-o query-def-file
               move ws-q-name to QRY-NAME
               read query-def-file
                   invalid key
                       continue
                   not invalid key
                       move function current-date(1:8) to
                         QRY-LAST-RUN-DATE
                       rewrite QUERY-DEF-RECORD
               end-read
               close query-def-file
           end-if.

       PARA-210-FIND-SAVED.

           move 0 to ws-query-found
           display "Query name:"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to ws-in-input

           open input query-def-file
           move ws-in-input to QRY-NAME
           read query-def-file
               invalid key
                   display "No saved query by that name."
                   display "Press ENTER to continue."
                   accept ws-continue
               not invalid key
                   move 1 to ws-query-found
                   move QUERY-DEF-RECORD to ws-query
           end-read
           close query-def-file.

       PARA-250-LIST-SAVED.

           move 0 to ws-end-of-file
           move 0 to ws-hit-count
           display " "
           display "QUERY NAME           FILE OUTPUT OWNER  SAVED    "
             "  LAST RUN"

           open input query-def-file
           perform until ws-end-of-file = 1
               read query-def-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       add 1 to ws-hit-count
                       display QRY-NAME " " QRY-FILE-CODE "    "
                         QRY-OUTPUT "      " QRY-OWNER-ID " "
                         QRY-SAVED-DATE(7:2) "/" QRY-SAVED-DATE(5:2)
                         "/" QRY-SAVED-DATE(1:4) " "
                         QRY-LAST-RUN-DATE(7:2) "/"
                         QRY-LAST-RUN-DATE(5:2) "/"
                         QRY-LAST-RUN-DATE(1:4)
               end-read
           end-perform
           close query-def-file

           display ws-hit-count " saved query(ies)."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-270-DELETE-SAVED.

           perform PARA-210-FIND-SAVED

           if ws-query-found = 1
               if ws-q-owner not = ws-current-user-id and
                 not (is-admin or role-is-admin-role)
                   display "Only user " ws-q-owner " or an admin"
                     " may delete that query."
               else
                   display "Delete query " ws-q-name "? (Y/N)"
                   move space to ws-code-input
                   accept ws-code-input
                   if ws-code-input = "Y" or ws-code-input = "y"
                       open i-o query-def-file
                       move ws-q-name to QRY-NAME
                       delete query-def-file record
                           invalid key
                               continue
                       end-delete
                       close query-def-file

                       move "QUERY" to ws-audit-record-type
                       move "DELETE" to ws-audit-action
                       move 0 to ws-audit-key
                       move ws-q-name to ws-audit-old-value
                       move spaces to ws-audit-new-value
                       perform Write-Audit-Log
                       display "Query deleted."
                   end-if
               end-if
               display "Press ENTER to continue."
               accept ws-continue
           end-if.

      *----------------------------------------------------------
      * One pass over the file. Each record is tested against the
      * selections and, if it passes, its listed columns are built
      * into a screen line and a CSV line there and then.
      *----------------------------------------------------------
       PARA-400-RUN-QUERY.

           perform PARA-410-PREPARE-CRITERIA

           move 0 to ws-hit-count
           move 0 to ws-match-count
           move 0 to ws-end-of-file

           evaluate ws-q-file
               when "P"
               when "T"
                   open input property-file
                   perform Check-Property-Open
                   perform until ws-end-of-file = 1
                       read property-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               if ws-q-file = "P" or
                                 LISTING-TYPE = "L"
                                   perform PARA-500-TEST-RECORD
                               end-if
                       end-read
                   end-perform
                   close property-file
               when "B"
                   open input buyer-file
                   perform Check-Buyer-Open
                   perform until ws-end-of-file = 1
                       read buyer-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               perform PARA-500-TEST-RECORD
                       end-read
                   end-perform
                   close buyer-file
               when "S"
                   open input seller-file
                   perform Check-Seller-Open
                   perform until ws-end-of-file = 1
                       read seller-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               perform PARA-500-TEST-RECORD
                       end-read
                   end-perform
                   close seller-file
               when "V"
                   open input viewing-file
                   perform Check-Viewing-Open
                   perform until ws-end-of-file = 1
                       read viewing-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               perform PARA-500-TEST-RECORD
                       end-read
                   end-perform
                   close viewing-file
               when "O"
                   open input offer-file
                   perform until ws-end-of-file = 1
                       read offer-file next record
                           at end
                               move 1 to ws-end-of-file
                           not at end
                               perform PARA-500-TEST-RECORD
                       end-read
                   end-perform
                   close offer-file
           end-evaluate

           perform PARA-600-WRITE-OUTPUT

           move "QUERY" to ws-audit-record-type
           move "RUN" to ws-audit-action
           move ws-hit-count to ws-audit-key
           move ws-q-name to ws-audit-old-value
           move spaces to ws-audit-new-value
           string "FILE ", ws-q-file, " OUTPUT ", ws-q-output, " ",
             ws-match-count, " MATCHED" delimited by size
             into ws-audit-new-value
           perform Write-Audit-Log.

      *----------------------------------------------------------
      * Selection values are keyed as people say them - pounds,
      * DDMMYYYY, any case - and turned once into the same form
      * the record values are compared in. A blank upper bound on
      * a range means no upper bound.
      *----------------------------------------------------------
       PARA-410-PREPARE-CRITERIA.

           perform varying ws-ci from 1 by 1
             until ws-ci > ws-q-crit-count
               move ws-cat-type(ws-q-crit-col(ws-ci)) to ws-fld-type

               move ws-q-crit-from(ws-ci) to ws-norm-text
               move 0 to ws-norm-high
               perform PARA-420-NORMALISE-VALUE
               move ws-norm-key to ws-crit-from-key(ws-ci)

               move ws-q-crit-to(ws-ci) to ws-norm-text
               move 1 to ws-norm-high
               perform PARA-420-NORMALISE-VALUE
               move ws-norm-key to ws-crit-to-key(ws-ci)

               move function upper-case(ws-q-crit-from(ws-ci)) to
                 ws-crit-text(ws-ci)
               move 0 to ws-crit-len(ws-ci)
               if ws-crit-text(ws-ci) not = spaces
                   move function length(function trim(
                     ws-crit-text(ws-ci) trailing)) to
                     ws-crit-len(ws-ci)
               end-if
           end-perform.

       PARA-420-NORMALISE-VALUE.

           move spaces to ws-norm-key
           if ws-norm-high = 1 and ws-norm-text = spaces
               move high-values to ws-norm-key
           else
               evaluate ws-fld-type
                   when "N"
                   when "M"
                       move function numval(ws-norm-text) to
                         ws-num-work
                       move ws-num-work-x to ws-norm-key(1:12)
                   when "D"
                       move 0 to ws-date-work
                       if ws-norm-text(1:8) is numeric
                           move ws-norm-text(1:8) to ws-dmy-work
                           compute ws-date-work = (ws-dmy-yyyy * 10000)
                             + (ws-dmy-mm * 100) + ws-dmy-dd
                       end-if
                       move ws-date-work to ws-norm-key(1:8)
                   when other
                       perform PARA-425-NORMALISE-TEXT
               end-evaluate
           end-if.

      *A text upper bound is padded out with high-values so "M"
      *takes in MARTIN as well as M itself.
       PARA-425-NORMALISE-TEXT.

           if ws-norm-high = 1
               move high-values to ws-norm-key
               move function length(function trim(ws-norm-text
                 trailing)) to ws-norm-len
               move function upper-case(ws-norm-text(1:ws-norm-len))
                 to ws-norm-key(1:ws-norm-len)
           else
               move function upper-case(ws-norm-text) to ws-norm-key
           end-if.

      *----------------------------------------------------------
      * Column ws-fld-col of the current record, into ws-fld-key
      * (for testing and sorting) and ws-fld-disp (for listing).
      *----------------------------------------------------------
       PARA-300-GET-VALUE.

           move ws-cat-type(ws-fld-col) to ws-fld-type
           move ws-cat-width(ws-fld-col) to ws-fld-width
           move spaces to ws-alpha-work
           move 0 to ws-num-work
           move zeros to ws-dmy-work

           evaluate ws-q-file
               when "P"
                   perform PARA-310-PROPERTY-VALUE
               when "B"
                   perform PARA-320-BUYER-VALUE
               when "S"
                   perform PARA-330-SELLER-VALUE
               when "V"
                   perform PARA-340-VIEWING-VALUE
               when "O"
                   perform PARA-350-OFFER-VALUE
               when "T"
                   perform PARA-360-TENANCY-VALUE
           end-evaluate

           perform PARA-380-MAKE-KEY.

       PARA-310-PROPERTY-VALUE.

           evaluate ws-fld-col
               when 1
                   move PROPERTY-ID to ws-num-work
               when 2
                   move PROPERTY-AL1 to ws-alpha-work
               when 3
                   move PROPERTY-AL2 to ws-alpha-work
               when 4
                   move PROPERTY-AL3 to ws-alpha-work
               when 5
                   move PROPERTY-AL4 to ws-alpha-work
               when 6
                   move PROPERTY-POSTCODE to ws-alpha-work
               when 7
                   move PROPERTY-ASKING to ws-num-work
               when 8
                   move PROP-SELLER-ID to ws-num-work
               when 9
                   move PROPERTY-TYPE to ws-alpha-work
               when 10
                   move PROPERTY-BEDS to ws-num-work
               when 11
                   move OFFER-STATUS to ws-alpha-work
               when 12
                   move OFFER-AMOUNT to ws-num-work
               when 13
                   move PROP-BUYER-ID to ws-num-work
               when 14
                   move PROPERTY-SOLD-DATE to ws-dmy-work
               when 15
                   move PROPERTY-SOLD-PRICE to ws-num-work
               when 16
                   move LISTING-TYPE to ws-alpha-work
               when 17
                   move PROPERTY-MONTHLY-RENT to ws-num-work
               when 18
                   move PROPERTY-BRANCH-ID to ws-num-work
               when 19
                   move PROPERTY-INSTRUCTED-DATE to ws-dmy-work
               when 20
                   move PROPERTY-LIST-USER-ID to ws-num-work
               when 21
                   move PROPERTY-SELL-USER-ID to ws-num-work
           end-evaluate.

       PARA-320-BUYER-VALUE.

           evaluate ws-fld-col
               when 1
                   move BUYER-ID to ws-num-work
               when 2
                   move BUYER-NAME to ws-alpha-work
               when 3
                   move BUYER-AL1 to ws-alpha-work
               when 4
                   move BUYER-AL2 to ws-alpha-work
               when 5
                   move BUYER-AL3 to ws-alpha-work
               when 6
                   move BUYER-AL4 to ws-alpha-work
               when 7
                   move BUYER-POSTCODE to ws-alpha-work
               when 8
                   move BUYER-PHONE to ws-alpha-work
               when 9
                   move BUYER-NOTES to ws-alpha-work
               when 10
                   move BUYER-MIN-PRICE to ws-num-work
               when 11
                   move BUYER-MAX-PRICE to ws-num-work
               when 12
                   move BUYER-WANTED-TYPE to ws-alpha-work
               when 13
                   move BUYER-WANTED-BEDROOMS to ws-num-work
               when 14
                   move BUYER-FINANCE-STATUS to ws-alpha-work
               when 15
                   move BUYER-MORTGAGE-LENDER to ws-alpha-work
               when 16
                   move BUYER-CAMPAIGN-ID to ws-num-work
               when 17
                   move BUYER-DO-NOT-CONTACT to ws-alpha-work
               when 18
                   move BUYER-LAST-CONTACT-DATE to ws-dmy-work
               when 19
                   move BUYER-TO-SELL to ws-alpha-work
               when 20
                   move BUYER-GRADE to ws-alpha-work
           end-evaluate.

       PARA-330-SELLER-VALUE.

           evaluate ws-fld-col
               when 1
                   move SELLER-ID to ws-num-work
               when 2
                   move SELLER-NAME to ws-alpha-work
               when 3
                   move SELLER-AL1 to ws-alpha-work
               when 4
                   move SELLER-AL2 to ws-alpha-work
               when 5
                   move SELLER-AL3 to ws-alpha-work
               when 6
                   move SELLER-AL4 to ws-alpha-work
               when 7
                   move SELLER-POSTCODE to ws-alpha-work
               when 8
                   move SELLER-PHONE to ws-alpha-work
               when 9
                   move SELLER-NOTES to ws-alpha-work
               when 10
                   move SELLER-COMMISSION-RATE to ws-num-work
               when 11
                   move SELLER-DO-NOT-CONTACT to ws-alpha-work
               when 12
                   move SELLER-APPROVAL-LIMIT to ws-num-work
               when 13
                   move SELLER-FLOAT-AMOUNT to ws-num-work
           end-evaluate.

       PARA-340-VIEWING-VALUE.

           evaluate ws-fld-col
               when 1
                   move VIEWING-ID to ws-num-work
               when 2
                   move VIEWING-PROPERTY-ID to ws-num-work
               when 3
                   move VIEWING-BUYER-ID to ws-num-work
               when 4
                   move VIEWING-USER-ID to ws-num-work
               when 5
                   move VIEWING-DATE to ws-dmy-work
               when 6
                   compute ws-num-work = (VIEW-HOUR * 100) + VIEW-MINS
               when 7
                   move VIEWING-OUTCOME to ws-alpha-work
               when 8
                   move VIEWING-FEEDBACK to ws-alpha-work
               when 9
                   move VIEWING-CANCEL-DATE to ws-dmy-work
               when 10
                   move VIEWING-CANCEL-REASON to ws-alpha-work
           end-evaluate.

       PARA-350-OFFER-VALUE.

           evaluate ws-fld-col
               when 1
                   move OFR-ID to ws-num-work
               when 2
                   move OFR-PROPERTY-ID to ws-num-work
               when 3
                   move OFR-BUYER-ID to ws-num-work
               when 4
                   move OFR-AMOUNT to ws-num-work
               when 5
                   move OFR-STATUS to ws-alpha-work
               when 6
                   move OFR-DATE to ws-dmy-work
               when 7
                   move OFR-NOTICE-DATE(7:2) to ws-dmy-dd
                   move OFR-NOTICE-DATE(5:2) to ws-dmy-mm
                   move OFR-NOTICE-DATE(1:4) to ws-dmy-yyyy
               when 8
                   move OFR-NOTICE-COUNT to ws-num-work
           end-evaluate.

       PARA-360-TENANCY-VALUE.

           evaluate ws-fld-col
               when 1
                   move PROPERTY-ID to ws-num-work
               when 2
                   move PROPERTY-AL1 to ws-alpha-work
               when 3
                   move PROPERTY-AL3 to ws-alpha-work
               when 4
                   move PROPERTY-POSTCODE to ws-alpha-work
               when 5
                   move PROPERTY-TENANT-ID to ws-num-work
               when 6
                   move PROPERTY-MONTHLY-RENT to ws-num-work
               when 7
                   move TENANCY-START-DATE to ws-dmy-work
               when 8
                   move TENANCY-END-DATE to ws-dmy-work
               when 9
                   move PROPERTY-BRANCH-ID to ws-num-work
           end-evaluate.

      *Numbers and money compare as twelve zero-filled digits and
      *dates as YYYYMMDD, so plain comparison orders them right.
       PARA-380-MAKE-KEY.

           move spaces to ws-fld-key
           move spaces to ws-fld-disp

           evaluate ws-fld-type
               when "N"
                   move ws-num-work-x to ws-fld-key(1:12)
                   move ws-num-work to ws-edit-num
                   move function trim(ws-edit-num) to ws-fld-disp
               when "M"
                   move ws-num-work-x to ws-fld-key(1:12)
                   move ws-num-work to ws-edit-money
                   move function trim(ws-edit-money) to ws-fld-disp
               when "D"
                   move 0 to ws-date-work
                   if ws-dmy-work is numeric and ws-dmy-yyyy not = 0
                       compute ws-date-work = (ws-dmy-yyyy * 10000) +
                         (ws-dmy-mm * 100) + ws-dmy-dd
                       string ws-dmy-dd, "/", ws-dmy-mm, "/",
                         ws-dmy-yyyy delimited by size
                         into ws-fld-disp
                   end-if
                   move ws-date-work to ws-fld-key(1:8)
               when other
                   move ws-alpha-work to ws-fld-disp
                   move function upper-case(ws-alpha-work) to
                     ws-fld-key
           end-evaluate.

      *----------------------------------------------------------
      * Every selection must pass for the record to be listed.
      *----------------------------------------------------------
       PARA-500-TEST-RECORD.

           move 1 to ws-match
           perform varying ws-ci from 1 by 1
             until ws-ci > ws-q-crit-count or ws-match = 0
               move ws-q-crit-col(ws-ci) to ws-fld-col
               perform PARA-300-GET-VALUE
               evaluate ws-q-crit-op(ws-ci)
                   when "E"
                       if ws-fld-key not = ws-crit-from-key(ws-ci)
                           move 0 to ws-match
                       end-if
                   when "R"
                       if ws-fld-key < ws-crit-from-key(ws-ci) or
                         ws-fld-key > ws-crit-to-key(ws-ci)
                           move 0 to ws-match
                       end-if
                   when "C"
                       move 0 to ws-tally
                       if ws-crit-len(ws-ci) > 0
                           move function upper-case(ws-fld-disp) to
                             ws-upper-disp
                           inspect ws-upper-disp tallying ws-tally
                             for all ws-crit-text(ws-ci)
                             (1:ws-crit-len(ws-ci))
                       end-if
                       if ws-tally = 0
                           move 0 to ws-match
                       end-if
               end-evaluate
           end-perform

           if ws-match = 1
               add 1 to ws-match-count
               if ws-hit-count < 500
                   perform PARA-510-KEEP-RECORD
               end-if
           end-if.

       PARA-510-KEEP-RECORD.

           add 1 to ws-hit-count
           move spaces to ws-hit-key(ws-hit-count)
           move 0 to ws-hit-used(ws-hit-count)
           if ws-q-sort-col > 0
               move ws-q-sort-col to ws-fld-col
               perform PARA-300-GET-VALUE
               move ws-fld-key to ws-hit-key(ws-hit-count)
           end-if

           move spaces to ws-out-line
           move spaces to ws-csv-line
           move 1 to ws-out-pos
           move 1 to ws-csv-pos
           perform varying ws-ci from 1 by 1
             until ws-ci > ws-q-col-count
               move ws-q-col(ws-ci) to ws-fld-col
               perform PARA-300-GET-VALUE
               perform PARA-520-ADD-COLUMN
           end-perform

           move ws-out-line to ws-hit-line(ws-hit-count)
           move ws-csv-line to ws-hit-csv(ws-hit-count).

      *Numbers line up on the right of their column, text on the
      *left. Text goes into the CSV line in quotes since addresses
      *carry commas.
       PARA-520-ADD-COLUMN.

           move 0 to ws-fld-len
           if ws-fld-disp not = spaces
               move function length(function trim(ws-fld-disp
                 trailing)) to ws-fld-len
           end-if
           if ws-fld-len > ws-fld-width
               move ws-fld-width to ws-fld-len
           end-if

           if ws-fld-len > 0
               if ws-fld-type = "N" or ws-fld-type = "M"
                   compute ws-out-start = ws-out-pos + ws-fld-width
                     - ws-fld-len
               else
                   move ws-out-pos to ws-out-start
               end-if
               move ws-fld-disp(1:ws-fld-len) to
                 ws-out-line(ws-out-start:ws-fld-len)
           end-if
           compute ws-out-pos = ws-out-pos + ws-fld-width + 1

           if ws-ci > 1
               string "," delimited by size into ws-csv-line
                 with pointer ws-csv-pos
           end-if
           if ws-fld-type = "A"
               string '"' delimited by size into ws-csv-line
                 with pointer ws-csv-pos
           end-if
           if ws-fld-disp not = spaces
               string ws-fld-disp delimited by "  " into ws-csv-line
                 with pointer ws-csv-pos
           end-if
           if ws-fld-type = "A"
               string '"' delimited by size into ws-csv-line
                 with pointer ws-csv-pos
           end-if.

      *----------------------------------------------------------
      * Headings from the catalogue, then the held records in sort
      * order to wherever the query was sent.
      *----------------------------------------------------------
       PARA-600-WRITE-OUTPUT.

           move spaces to ws-head-line
           move spaces to ws-head-csv
           move 1 to ws-out-pos
           move 1 to ws-csv-pos
           perform varying ws-ci from 1 by 1
             until ws-ci > ws-q-col-count
               move ws-q-col(ws-ci) to ws-fld-col
               move ws-cat-width(ws-fld-col) to ws-fld-width
               move ws-cat-name(ws-fld-col)(1:ws-fld-width) to
                 ws-head-line(ws-out-pos:ws-fld-width)
               compute ws-out-pos = ws-out-pos + ws-fld-width + 1
               if ws-ci > 1
                   string "," delimited by size into ws-head-csv
                     with pointer ws-csv-pos
               end-if
               string ws-cat-name(ws-fld-col) delimited by space
                 into ws-head-csv with pointer ws-csv-pos
           end-perform

           move ws-q-name to ws-show-name
           if ws-show-name = spaces
               move "(NOT SAVED)" to ws-show-name
           end-if
           move function current-date(1:8) to ws-date-stamp

           if ws-hit-count = 0
               display " "
               display "No " ws-file-words " records matched."
               display "Press ENTER to continue."
               accept ws-continue
           else
               evaluate ws-q-output
                   when "P"
                       perform PARA-620-SPOOL-OUTPUT
                   when "C"
                       perform PARA-630-CSV-OUTPUT
                   when other
                       perform PARA-610-SCREEN-OUTPUT
               end-evaluate
           end-if.

       PARA-610-SCREEN-OUTPUT.

           display " "
           display "QUERY " ws-show-name " - " ws-file-words
           display function trim(ws-head-line trailing)
           move 0 to ws-page-lines
           perform varying ws-hi from 1 by 1 until ws-hi > ws-hit-count
               perform PARA-650-NEXT-HIT
               display function trim(ws-hit-line(ws-next) trailing)
               add 1 to ws-page-lines
               if ws-page-lines = 18 and ws-hi < ws-hit-count
                   display "Press ENTER for more."
                   accept ws-continue
                   move 0 to ws-page-lines
               end-if
           end-perform
           perform PARA-640-SHOW-COUNT
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-620-SPOOL-OUTPUT.

           move spaces to ws-report-name
           string "QUERY.", ws-date-stamp delimited by size
             into ws-report-name

           open extend query-report-file
           move all "=" to query-report-line
           write query-report-line
           move spaces to query-report-line
           string "AD-HOC QUERY ", ws-show-name, " - ",
             ws-file-words, " - RUN ", ws-date-stamp(7:2), "/",
             ws-date-stamp(5:2), "/", ws-date-stamp(1:4)
             delimited by size into query-report-line
           write query-report-line
           move all "-" to query-report-line
           write query-report-line
           move ws-head-line to query-report-line
           write query-report-line
           perform varying ws-hi from 1 by 1 until ws-hi > ws-hit-count
               perform PARA-650-NEXT-HIT
               move ws-hit-line(ws-next) to query-report-line
               write query-report-line
           end-perform
           move all "-" to query-report-line
           write query-report-line
           move spaces to query-report-line
           string ws-match-count, " RECORD(S) MATCHED, ",
             ws-hit-count, " LISTED." delimited by size
             into query-report-line
           write query-report-line
           close query-report-file

           move "AD-HOC QUERY" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           perform PARA-640-SHOW-COUNT
           display "Report written to " ws-report-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-630-CSV-OUTPUT.

           move spaces to ws-csv-name
           string "QUERYCSV.", ws-date-stamp delimited by size
             into ws-csv-name

           open output query-csv-file
           move ws-head-csv to query-csv-line
           write query-csv-line
           perform varying ws-hi from 1 by 1 until ws-hi > ws-hit-count
               perform PARA-650-NEXT-HIT
               move ws-hit-csv(ws-next) to query-csv-line
               write query-csv-line
           end-perform
           close query-csv-file

           perform PARA-640-SHOW-COUNT
           display "CSV file written to " ws-csv-name
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-640-SHOW-COUNT.

           display ws-match-count " record(s) matched."
           if ws-match-count > ws-hit-count
               display "Only the first " ws-hit-count
                 " are listed - narrow the selection for the rest."
           end-if.

      *----------------------------------------------------------
      * The next held record to list: in file order with no sort
      * column, otherwise the lowest (or highest) not yet listed.
      *----------------------------------------------------------
       PARA-650-NEXT-HIT.

           if ws-q-sort-col = 0
               move ws-hi to ws-next
           else
               move 0 to ws-next
               perform varying ws-hj from 1 by 1
                 until ws-hj > ws-hit-count
                   if ws-hit-used(ws-hj) = 0
                       if ws-next = 0
                           move ws-hj to ws-next
                       else
                           if (ws-q-sort-dir = "D" and
                             ws-hit-key(ws-hj) > ws-hit-key(ws-next))
                             or (ws-q-sort-dir not = "D" and
                             ws-hit-key(ws-hj) < ws-hit-key(ws-next))
                               move ws-hj to ws-next
                           end-if
                       end-if
                   end-if
               end-perform
               move 1 to ws-hit-used(ws-next)
           end-if.

      *----------------------------------------------------------
      * Keep the query under a name. An existing name is only
      * replaced by its owner or an admin, and only on a Y.
      *----------------------------------------------------------
       PARA-800-SAVE-QUERY.

           display "Save this query as (blank = don't save):"
           move spaces to ws-in-input
           accept ws-in-input
           move function upper-case(ws-in-input) to ws-in-input

           if ws-in-input not = spaces
               move ws-in-input to ws-q-name
               move ws-current-user-id to ws-q-owner
               move function current-date(1:8) to ws-q-saved-date
               move ws-q-saved-date to ws-q-last-run

               open i-o query-def-file
               move ws-q-name to QRY-NAME
               read query-def-file
                   invalid key
                       move ws-query to QUERY-DEF-RECORD
                       write QUERY-DEF-RECORD
                       perform PARA-810-AUDIT-SAVE
                   not invalid key
                       perform PARA-820-REPLACE-QUERY
               end-read
               close query-def-file
           end-if.

       PARA-810-AUDIT-SAVE.

           move "QUERY" to ws-audit-record-type
           move "SAVE" to ws-audit-action
           move 0 to ws-audit-key
           move spaces to ws-audit-old-value
           move ws-query to ws-audit-new-value
           perform Write-Audit-Log
           display "Query saved as " ws-q-name "."
           display "Press ENTER to continue."
           accept ws-continue.

       PARA-820-REPLACE-QUERY.

           if QRY-OWNER-ID not = ws-current-user-id and
             not (is-admin or role-is-admin-role)
               display "A query of that name belongs to user "
                 QRY-OWNER-ID " - not saved."
               display "Press ENTER to continue."
               accept ws-continue
           else
               display "Replace the saved query " QRY-NAME "? (Y/N)"
               move space to ws-code-input
               accept ws-code-input
               if ws-code-input = "Y" or ws-code-input = "y"
                   move ws-query to QUERY-DEF-RECORD
                   rewrite QUERY-DEF-RECORD
                   perform PARA-810-AUDIT-SAVE
               end-if
           end-if.

       copy "AuditLogWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program QueryWriter.
