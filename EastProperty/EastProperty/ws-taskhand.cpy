      *WS-TASKHAND.cpy
      *Working storage for Hand-Over-Task (TaskHandover.cpy).
       01 WS-TASK-NEW-USER-ID PIC 9(6) VALUE 0.
       01 WS-TASK-NEW-USER-NAME PIC X(10) VALUE SPACES.
       01 WS-TASK-HANDED PIC 9 VALUE 0.
