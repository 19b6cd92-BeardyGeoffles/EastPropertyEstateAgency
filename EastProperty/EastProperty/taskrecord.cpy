      *TASKRECORD.cpy
      *Record layout for the negotiator task list - the callbacks,
      *chasers and promises that used to live on sticky notes. One
      *record per task, optionally raised against a record:
      *TASK-REF-TYPE P property, B buyer, S seller, T tenant,
      *C contractor (space = not linked), with its reference.
      *TASK-PRIORITY H high, M medium, L low. TASK-STATUS O open,
      *D done, X cancelled (kept, never deleted). Dates are
      *YYYYMMDD. Raised through TaskRaise.cbl (the task list and
      *the amend screens), worked through Tasks.cbl, and carried
      *over by AbsenceCalendar.cbl when the assignee is away.
       FD TASK-FILE.
       01 TASK-RECORD.
         03 TASK-ID PIC 9(6).
         03 TASK-REF-TYPE PIC X.
         03 TASK-REF-ID PIC 9(6).
         03 TASK-DESC PIC X(50).
         03 TASK-DUE-DATE PIC 9(8).
         03 TASK-PRIORITY PIC X.
         03 TASK-ASSIGNED-USER-ID PIC 9(6).
         03 TASK-STATUS PIC X.
         03 TASK-RAISED-BY PIC 9(6).
         03 TASK-RAISED-DATE PIC 9(8).
         03 TASK-DONE-DATE PIC 9(8).
