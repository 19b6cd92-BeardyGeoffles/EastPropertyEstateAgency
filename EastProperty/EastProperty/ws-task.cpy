      *WS-TASK.cpy
      *Parameter block for TaskRaise.cbl. The calling program
      *initializes WS-TASK, sets the record the task is raised
      *against (WS-TASK-REF-TYPE P/B/S/T/C and WS-TASK-REF-ID, or
      *a space type to have the user key one), and calls
      *"TaskRaise" using WS-TASK. WS-TASK-ID comes back with the
      *new task's reference, zero when nothing was raised.
      *No VALUE clauses - TaskRaise.cbl takes the same layout in
      *its LINKAGE SECTION.
       01 WS-TASK.
         03 WS-TASK-REF-TYPE PIC X.
         03 WS-TASK-REF-ID PIC 9(6).
         03 WS-TASK-ID PIC 9(6).
