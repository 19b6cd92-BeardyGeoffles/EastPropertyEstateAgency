      *SELLER-APPROVAL-LIMIT may not be placed until the landlord's
      *approval is recorded - MAINT-APPROVED-DATE and the user who
      *spoke to them in MAINT-APPROVED-USER-ID.
      *MAINT-PPM-ID links a job raised from the planned maintenance
      *schedule (PlannedMaintenanceRun.cbl) back to its task, whose
      *next due date rolls forward when the job is completed.
      *MAINT-TENANT-ID is the tenant who reported the repair through
      *the website form (RepairRequestImport.cbl), zero for a job
      *raised in the office; that tenant is told when a contractor
      *is put on the job and when it is completed.
       FD MAINT-JOB-FILE.
       01 MAINT-JOB-RECORD.
         03 MAINT-ID PIC 9(6).
           05 MAINT-APPROVED-MONTH PIC 99.
           05 MAINT-APPROVED-YEAR PIC 9999.
         03 MAINT-APPROVED-USER-ID PIC 9(6).
         03 MAINT-PPM-ID PIC 9(6).
         03 MAINT-TENANT-ID PIC 9(6).
