      *TASKFILE.cpy
           SELECT OPTIONAL TASK-FILE ASSIGN TO "TASKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASK-ID.
