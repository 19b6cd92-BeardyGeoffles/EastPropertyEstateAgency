      *step is stamped RUNNING when it starts and SUCCESS or FAILURE
      *when it ends, so a half-run overnight batch shows exactly
      *which step it died in and the console can restart from there
      *instead of from the top. The month-end stream (MonthEnd.cbl)
      *logs its steps here too, as steps 51 to 58 under the run
      *date YYYYMM00 for the period.
       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
         03 RUNLOG-ID PIC 9(6).
