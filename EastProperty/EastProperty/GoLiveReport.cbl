      *GOLIVEREPORT.cbl
      *Batch job: the daily report of instructions stuck before the
      *market. Every property still pre-market (OFFER-STATUS blank,
      *not withdrawn and not let) instructed more than CONFIG-FILE
      *setting GOLIVE-STUCK-DAYS (default 3) days ago is listed with
      *its days since instruction, the number of go-live checklist
      *items outstanding and the first one holding it up
      *(GoLiveCheck.cpy) - or READY / OVERRIDDEN where nothing but
      *the listing itself is left to do - on a date-stamped GOLIVE
      *dataset registered on the print spool. Instructions taken
      *before instruction dates were captured are listed as
      *UNDATED. Run as a step of the nightly batch (BatchConsole.cbl)
      *so the list is waiting each morning.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. GoLiveReport.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "propertyfile.cpy".
       copy "sellerfile.cpy".
       copy "termsfile.cpy".
       copy "amlfile.cpy".
       copy "certfile.cpy".
       copy "particularsfile.cpy".
       copy "boardfile.cpy".
       copy "golivefile.cpy".
       copy "configfile.cpy".

           select optional gl-report-file assign to ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "propertyrecord.cpy".
       copy "sellerrecord.cpy".
       copy "termsrecord.cpy".
       copy "amlrecord.cpy".
       copy "certrecord.cpy".
       copy "particularsrecord.cpy".
       copy "boardrecord.cpy".
       copy "goliverecord.cpy".
       copy "configrecord.cpy".

       FD gl-report-file.
       01 gl-report-line pic x(80).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-spool.cpy".
       copy "ws-marketcheck.cpy".
       copy "ws-golive.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-instructed-yyyymmdd pic 9(8) value 0.
       01 ws-stuck-days pic 9(4) value 0.
       01 ws-days-waiting pic s9(5) value 0.
       01 ws-days-disp pic zzzz9.
       01 ws-holding-words pic x(20) value spaces.
       01 ws-report-count pic 9(4) value 0.
       01 ws-ready-count pic 9(4) value 0.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST INSTRUCTIONS STUCK BEFORE THE MARKET"
           display "-----------------------------------------------"

           move "GOLIVE-STUCK-DAYS" to WS-CONFIG-NAME
           move 3 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-stuck-days

           move function current-date(1:8) to ws-today-yyyymmdd

           move ws-today-yyyymmdd to ws-date-stamp
           move spaces to ws-report-name
           string "GOLIVE.", ws-date-stamp into ws-report-name

           open extend gl-report-file
           move all "=" to gl-report-line
           write gl-report-line
           move "INSTRUCTIONS STUCK BEFORE THE MARKET" to
             gl-report-line
           write gl-report-line
           display gl-report-line
           move "REF    ADDRESS                    DAYS OUTSTANDING " &
             "HELD UP BY" to gl-report-line
           write gl-report-line
           display gl-report-line

           move 0 to ws-report-count
           move 0 to ws-ready-count
           move 0 to ws-end-of-file
           open input property-file
           perform until ws-end-of-file = 1
               read property-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if OFFER-STATUS of property-record = space and
                         WITHDRAWN-YEAR of property-record = 0 and
                         PROPERTY-TENANT-ID of property-record = 0
                           perform PARA-100-CHECK-ONE-INSTRUCTION
                       end-if
           end-perform
           close property-file

           move all "=" to gl-report-line
           write gl-report-line
           move spaces to gl-report-line
           string ws-report-count, " INSTRUCTION(S) PRE-MARKET, ",
             ws-ready-count, " READY TO LIST" into gl-report-line
           write gl-report-line
           display gl-report-line
           close gl-report-file

           move "GO-LIVE STUCK INSTRUCTIONS" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "-----------------------------------------------"

           goback.

       PARA-100-CHECK-ONE-INSTRUCTION.

           if INSTRUCTED-YEAR of property-record = 0
               move 0 to ws-days-waiting
           else
               compute ws-instructed-yyyymmdd =
                 (INSTRUCTED-YEAR of property-record * 10000) +
                 (INSTRUCTED-MONTH of property-record * 100) +
                 INSTRUCTED-DAY of property-record
               compute ws-days-waiting =
                 function integer-of-date(ws-today-yyyymmdd) -
                 function integer-of-date(ws-instructed-yyyymmdd)
           end-if

           if INSTRUCTED-YEAR of property-record = 0 or
             ws-days-waiting > ws-stuck-days
               perform PARA-200-REPORT-LINE
           end-if.

       PARA-200-REPORT-LINE.

           perform Check-Go-Live

           if WS-GOLIVE-READY = 1
               move "READY" to ws-holding-words
               add 1 to ws-ready-count
           else
               if WS-GOLIVE-OVERRIDDEN = 1
                   move "OVERRIDDEN" to ws-holding-words
                   add 1 to ws-ready-count
               else
                   move WS-GOLIVE-FIRST-GAP to ws-holding-words
               end-if
           end-if

           move ws-days-waiting to ws-days-disp
           move spaces to gl-report-line
           string property-id of property-record, " ",
             PROPERTY-AL1 of property-record, "  ", ws-days-disp,
             "     ", WS-GOLIVE-GAP-COUNT, "      ", ws-holding-words
             delimited by size into gl-report-line
           if INSTRUCTED-YEAR of property-record = 0
               move "UNDATED" to gl-report-line(35:7)
           end-if
           write gl-report-line
           display gl-report-line
           add 1 to ws-report-count.

       copy "GoLiveCheck.cpy".
       copy "MarketingCheck.cpy".
       copy "ReadConfigValue.cpy".
       copy "SpoolWrite.cpy".

       end program GoLiveReport.
