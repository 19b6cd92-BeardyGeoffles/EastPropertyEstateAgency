      *BATCHALERTRECORD.cpy
      *Record layout for the batch alert register - one record per
      *alert BatchWatch.cbl raises from RUN-LOG-FILE, so the same
      *step on the same run date is never alerted twice however
      *often the watch is run, and the BATCHALERT notification
      *(NOTIFY-REF-ID) can be worded from it. BALERT-TYPE: F = the
      *step ended FAILURE, R = still RUNNING (died mid-flight),
      *S = slow - elapsed seconds well above the step's recent
      *average, M = missing - an enabled step that never started.
      *BALERT-ELAPSED and BALERT-AVERAGE are in seconds.
      *BALERT-USER-ID is the on-call user the alert went to (0 when
      *no on-call user was set up).
       FD BATCH-ALERT-FILE.
       01 BATCH-ALERT-RECORD.
         03 BALERT-ID PIC 9(6).
         03 BALERT-RUN-DATE PIC 9(8).
         03 BALERT-STEP-NO PIC 99.
         03 BALERT-STEP-NAME PIC X(20).
         03 BALERT-TYPE PIC X.
         03 BALERT-RESULT PIC X(7).
         03 BALERT-ELAPSED PIC 9(6).
         03 BALERT-AVERAGE PIC 9(6).
         03 BALERT-RAISED-DATE PIC 9(8).
         03 BALERT-RAISED-TIME PIC 9(8).
         03 BALERT-USER-ID PIC 9(6).
