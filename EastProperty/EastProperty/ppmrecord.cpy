      *PPMRECORD.cpy
      *Record layout for the planned maintenance schedule - one
      *record per recurring task on a managed letting (the boiler
      *service, gutters, smoke alarm batteries, tree work), kept by
      *PlannedMaintenance.cbl. PPM-FREQ-MONTHS is how often the task
      *comes round and PPM-NEXT-DUE (YYYYMMDD) when it is next due.
      *PlannedMaintenanceRun.cbl raises the MAINT-JOB-RECORD
      *PPM-LEAD-DAYS before that date (zero = the CONFIG-FILE
      *setting PPM-JOB-LEAD) and holds its reference in
      *PPM-OPEN-JOB-ID until the job is completed, when the next
      *due date rolls forward (PpmRollForward.cpy).
      *PPM-STATUS: A = active, S = stopped.
       FD PPM-FILE.
       01 PPM-RECORD.
         03 PPM-ID PIC 9(6).
         03 PPM-PROPERTY-ID PIC 9(6).
         03 PPM-TASK PIC X(30).
         03 PPM-FREQ-MONTHS PIC 99.
         03 PPM-NEXT-DUE PIC 9(8).
         03 PPM-CONTRACTOR-ID PIC 9(4).
         03 PPM-ESTIMATE PIC 9(6)V99.
         03 PPM-LEAD-DAYS PIC 9(3).
         03 PPM-STATUS PIC X.
         03 PPM-OPEN-JOB-ID PIC 9(6).
         03 PPM-LAST-DONE PIC 9(8).
         03 PPM-AMENDED-DATE PIC 9(8).
         03 PPM-USER-ID PIC 9(6).
