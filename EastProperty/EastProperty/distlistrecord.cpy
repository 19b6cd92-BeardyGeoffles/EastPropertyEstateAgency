      *DISTLISTRECORD.cpy
      *Record layout for the report distribution lists - one record
      *per print-spool job name (SPOOL-JOB), naming who receives
      *that report each time it is spooled. DIST-TYPE U a single
      *user (DIST-TARGET-ID is the user ID) or B a branch
      *(DIST-TARGET-ID is the branch number), where DIST-ROLE
      *narrows a branch to one role (M managers, A admins, N
      *negotiators, J juniors; space = everyone in the branch).
      *DIST-EMAIL Y also queues a NOTIFY-QUEUE-FILE event (REPORT)
      *for the recipient. Kept through DistributionLists.cbl and
      *read by ReportDistribute.cbl.
       FD DIST-LIST-FILE.
       01 DIST-LIST-RECORD.
         03 DIST-JOB PIC X(20).
         03 DIST-COUNT PIC 99.
         03 DIST-RECIPIENT OCCURS 15 TIMES.
           05 DIST-TYPE PIC X.
           05 DIST-TARGET-ID PIC 9(6).
           05 DIST-ROLE PIC X.
           05 DIST-EMAIL PIC X.
         03 DIST-UPDATED-BY PIC 9(6).
         03 DIST-UPDATED-DATE PIC 9(8).
