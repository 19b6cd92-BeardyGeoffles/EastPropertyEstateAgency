      *HOLDINGDEPOSITSWEEP.cbl
      *Batch job: the daily report of holding deposits nearing the
      *date the law says they must be refunded or applied by. Every
      *holding deposit on HOLD-DEP-FILE still held (no outcome yet)
      *whose deadline falls within CONFIG-FILE setting
      *HOLD-DEP-WARN-DAYS (default 3) of today, or has gone by, is
      *listed with its letting, tenant, amount, deadline and days
      *left - an extended deadline marked as agreed, one gone by
      *marked OVERDUE - on a date-stamped HDDUE dataset registered
      *on the print spool. Run as a step of the nightly batch
      *(BatchConsole.cbl) so the list is waiting each morning;
      *HoldingDeposit.cbl also runs it on demand.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. HoldingDepositSweep.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "holddepfile.cpy".
       copy "configfile.cpy".

           select optional hd-report-file assign to ws-report-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.

       FILE SECTION.
       copy "holddeprecord.cpy".
       copy "configrecord.cpy".

       FD hd-report-file.
       01 hd-report-line pic x(80).

       copy "spoolrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-spool.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.

       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-warn-days pic 9(4) value 0.
       01 ws-warn-limit pic 9(8) value 0.
       01 ws-days-left pic s9(5) value 0.
       01 ws-days-left-disp pic -(4)9.
       01 ws-amount-disp pic zzz,zz9.99.
       01 ws-report-count pic 9(4) value 0.
       01 ws-overdue-count pic 9(4) value 0.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST HOLDING DEPOSIT DEADLINES"
           display "-----------------------------------------------"

           move "HOLD-DEP-WARN-DAYS" to WS-CONFIG-NAME
           move 3 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-warn-days

           move function current-date(1:8) to ws-today-yyyymmdd
           compute ws-warn-limit = function date-of-integer(
             function integer-of-date(ws-today-yyyymmdd) +
             ws-warn-days)

           move ws-today-yyyymmdd to ws-date-stamp
           move spaces to ws-report-name
           string "HDDUE.", ws-date-stamp into ws-report-name

           open extend hd-report-file
           move all "=" to hd-report-line
           write hd-report-line
           move "HOLDING DEPOSITS NEARING THEIR REFUND DEADLINE"
             to hd-report-line
           write hd-report-line
           display hd-report-line
           move "REF    PROPERTY TENANT     AMOUNT  DEADLINE   " &
             "DAYS LEFT" to hd-report-line
           write hd-report-line
           display hd-report-line

           move 0 to ws-report-count
           move 0 to ws-overdue-count
           move 0 to ws-end-of-file
           open input hold-dep-file
           perform until ws-end-of-file = 1
               read hold-dep-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if HD-OUTCOME = space and
                         HD-DEADLINE-DATE <= ws-warn-limit
                           perform PARA-100-REPORT-LINE
                       end-if
           end-perform
           close hold-dep-file

           move all "=" to hd-report-line
           write hd-report-line
           move spaces to hd-report-line
           string ws-report-count, " HOLDING DEPOSIT(S) DUE, ",
             ws-overdue-count, " OVERDUE" into hd-report-line
           write hd-report-line
           display hd-report-line
           close hd-report-file

           move "HOLDING DEPOSIT DEADLINES" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           display "Report written to " ws-report-name
           display "-----------------------------------------------"

           goback.

       PARA-100-REPORT-LINE.

           compute ws-days-left =
             function integer-of-date(HD-DEADLINE-DATE) -
             function integer-of-date(ws-today-yyyymmdd)
           move ws-days-left to ws-days-left-disp
           move HD-AMOUNT to ws-amount-disp

           move spaces to hd-report-line
           string HD-ID, " ", HD-PROPERTY-ID, "   ", HD-TENANT-ID, " ",
             ws-amount-disp, "  ", HD-DEADLINE-DATE(7:2), "/",
             HD-DEADLINE-DATE(5:2), "/", HD-DEADLINE-DATE(1:4), " ",
             ws-days-left-disp delimited by size into hd-report-line
           if ws-days-left < 0
               move "OVERDUE" to hd-report-line(64:7)
               add 1 to ws-overdue-count
           else
               if HD-EXTENDED = "Y"
                   move "AGREED" to hd-report-line(64:6)
               end-if
           end-if
           write hd-report-line
           display hd-report-line
           add 1 to ws-report-count.

       copy "ReadConfigValue.cpy".
       copy "SpoolWrite.cpy".

       end program HoldingDepositSweep.
