      *REPAIRREQUESTIMPORT.cbl
      *Batch job: takes in the repair reports tenants send through
      *the website form, delivered as a daily comma-delimited file
      *(REPAIRWEB: our property reference, the tenant's phone
      *number, their name, and what is wrong). Each report is
      *matched to a tenancy - the property must be one of our
      *managed lettings with a tenant in, and the phone number must
      *be that of the lead tenant or a sharer on the tenancy
      *(TENANCY-PARTY-FILE) - and becomes a MAINT-JOB-RECORD with
      *the description, MAINT-TENANT-ID the reporting tenant, and a
      *priority suggested from the words used (no heating, a leak,
      *no power and the like urgent; no hot water, a boiler or a
      *lock high; anything else routine), for the office to confirm
      *on the job. The tenant is sent an acknowledgement quoting
      *the job reference (a REPAIRACK event on the notification
      *queue). A report that cannot be matched - an unknown or
      *let-only property (ServiceLevelRead.cpy), no tenant in, a
      *phone number that is none of the tenants', no description -
      *or that repeats a job already open for the same tenant goes
      *on a date-stamped REPAIRWORK worklist for lettings to ring
      *back. Run as a step of the nightly batch (BatchConsole.cbl);
      *MaintenanceJobs.cbl also runs it on demand.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. RepairRequestImport.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "maintjobfile.cpy".
       copy "propertyfile.cpy".
       copy "tenantfile.cpy".
       copy "tenancypartyfile.cpy".
       copy "svcagreefile.cpy".
       copy "notifyqueuefile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

           select optional repair-web-file assign to "REPAIRWEB"
               organization is line sequential.
           select optional repair-work-file assign to
               ws-worklist-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "maintjobrecord.cpy".
       copy "propertyrecord.cpy".
       copy "tenantrecord.cpy".
       copy "tenancypartyrecord.cpy".
       copy "svcagreerecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       FD repair-web-file.
       01 repair-web-line pic x(150).

       FD repair-work-file.
       01 repair-work-line pic x(200).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-svcagree.cpy".
       copy "ws-notifyqueue.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-party-eof pic 9 value 0 comp.
       01 ws-job-eof pic 9 value 0 comp.
       01 ws-worklist-name pic x(20) value spaces.
       01 ws-date-stamp pic x(8) value spaces.
       01 ws-today-yyyymmdd pic 9(8) value 0.
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-col-ptr pic 9(3) value 0 comp.

       01 ws-reports-read pic 9(6) value 0.
       01 ws-jobs-raised pic 9(6) value 0.
       01 ws-reports-worklisted pic 9(6) value 0.

       01 ws-col.
         03 ws-col-ref pic x(10).
         03 ws-col-phone pic x(20).
         03 ws-col-name pic x(20).
         03 ws-col-desc pic x(80).

       01 ws-report-property-id pic 9(6) value 0.
       01 ws-lead-tenant-id pic 9(6) value 0.
       01 ws-matched-tenant-id pic 9(6) value 0.
       01 ws-work-tenant-id pic 9(6) value 0.
       01 ws-report-desc pic x(40) value spaces.
       01 ws-report-priority pic x value space.
       01 ws-open-job-id pic 9(6) value 0.

       01 ws-phone-in pic x(20) value spaces.
       01 ws-phone-digits pic x(20) value spaces.
       01 ws-phone-out pic x(11) value spaces.
       01 ws-phone-idx pic 99 value 0 comp.
       01 ws-phone-len pic 99 value 0 comp.
       01 ws-form-phone pic x(11) value spaces.

      *----------------------------------------------------------
      * The words that lift a report's priority, urgent ones
      * first - the first word found sets it.
      *----------------------------------------------------------
       01 ws-keyword-table.
         03 filler pic x(15) value "U10NO HEATING".
         03 filler pic x(15) value "U07NO HEAT".
         03 filler pic x(15) value "U08NO POWER".
         03 filler pic x(15) value "U11NO ELECTRIC".
         03 filler pic x(15) value "U04LEAK".
         03 filler pic x(15) value "U05FLOOD".
         03 filler pic x(15) value "U03GAS".
         03 filler pic x(15) value "U08NO WATER".
         03 filler pic x(15) value "H12NO HOT WATER".
         03 filler pic x(15) value "H06BOILER".
         03 filler pic x(15) value "H04LOCK".
         03 filler pic x(15) value "H06TOILET".
       01 ws-keywords redefines ws-keyword-table.
         03 ws-keyword occurs 12 times.
           05 ws-kw-priority pic x.
           05 ws-kw-len pic 99.
           05 ws-kw-word pic x(12).

       01 ws-kw-idx pic 99 value 0 comp.
       01 ws-kw-hits pic 9(4) value 0 comp.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           display " "
           display "-----------------------------------------------"
           display "     EAST WEBSITE REPAIR REQUEST IMPORT"
           display "-----------------------------------------------"

           move function current-date(1:8) to ws-today-yyyymmdd
           move function current-date(1:8) to ws-date-stamp
           string "REPAIRWORK.", ws-date-stamp into ws-worklist-name

           move 0 to ws-reports-read
           move 0 to ws-jobs-raised
           move 0 to ws-reports-worklisted
           move 0 to ws-end-of-file

           open input repair-web-file
           open extend repair-work-file

           perform until ws-end-of-file = 1
               read repair-web-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if repair-web-line(1:1) is numeric
                           add 1 to ws-reports-read
                           perform PARA-100-LOAD-ONE-REPORT
                       end-if
           end-perform

           close repair-web-file
           close repair-work-file

           display "-----------------------------------------------"
           display "Reports read       " ws-reports-read
           display "Jobs raised        " ws-jobs-raised
           display "Put on worklist    " ws-reports-worklisted
           display "Worklist written to " ws-worklist-name
           display "-----------------------------------------------"

           goback.

      *----------------------------------------------------------
      * The description is the rest of the line after the third
      * comma, so a tenant's own commas stay in it.
      *----------------------------------------------------------
       PARA-100-LOAD-ONE-REPORT.

           initialize ws-col
           move 1 to ws-col-ptr
           unstring repair-web-line delimited by ","
             into ws-col-ref ws-col-phone ws-col-name
             with pointer ws-col-ptr
           end-unstring
           if ws-col-ptr <= 150
               move repair-web-line(ws-col-ptr:) to ws-col-desc
           end-if

           move function numval(ws-col-ref) to ws-report-property-id
           move function upper-case(ws-col-desc) to ws-col-desc
           move ws-col-desc to ws-report-desc

           move spaces to ws-reject-reason
           move 0 to ws-matched-tenant-id

           if ws-report-desc = spaces
               move "NO DESCRIPTION OF THE REPAIR" to ws-reject-reason
           else
               perform PARA-200-CHECK-PROPERTY
           end-if

           if ws-reject-reason = spaces
               perform PARA-300-MATCH-TENANT
           end-if

           if ws-reject-reason = spaces
               perform PARA-350-CHECK-ALREADY-OPEN
           end-if

           if ws-reject-reason not = spaces
               perform PARA-150-WORKLIST-REPORT
           else
               perform PARA-500-SUGGEST-PRIORITY
               perform PARA-600-RAISE-JOB
           end-if.

       PARA-150-WORKLIST-REPORT.

           move spaces to repair-work-line
           string ws-reject-reason, " | PROPERTY ", ws-col-ref,
             " ", ws-col-name, " TEL ", ws-col-phone, " : ",
             ws-col-desc into repair-work-line
           write repair-work-line
           add 1 to ws-reports-worklisted
           display "WORKLIST: " ws-reject-reason " (" ws-col-ref ")".

      *----------------------------------------------------------
      * Only a managed letting with a tenant in takes a repair
      * from us; a let-only letting's repairs are the landlord's.
      *----------------------------------------------------------
       PARA-200-CHECK-PROPERTY.

           move 0 to ws-lead-tenant-id
           move "PROPERTY NOT ON FILE" to ws-reject-reason

           if ws-report-property-id not = 0
               open input property-file
               perform Check-Property-Open
               move ws-report-property-id to
                 property-id of property-record
               read property-file
                   invalid key
                       continue
                   not invalid key
                       if LISTING-TYPE of property-record not = "L"
                         or PROPERTY-TENANT-ID of property-record = 0
                           move "NO CURRENT TENANCY AT THE PROPERTY" to
                             ws-reject-reason
                       else
                           move spaces to ws-reject-reason
                           move PROPERTY-TENANT-ID of property-record
                             to ws-lead-tenant-id
                       end-if
               end-read
               close property-file
           end-if

           if ws-reject-reason = spaces
               move ws-report-property-id to WS-SVC-PROPERTY-ID
               perform Read-Service-Agreement
               if WS-SVC-LET-ONLY
                   move "LET-ONLY - LANDLORD ARRANGES REPAIRS" to
                     ws-reject-reason
               end-if
           end-if.

      *----------------------------------------------------------
      * The phone number on the form against the lead tenant,
      * then each sharer on the tenancy, compared as digits only.
      *----------------------------------------------------------
       PARA-300-MATCH-TENANT.

           move ws-col-phone to ws-phone-in
           perform PARA-400-NORMALISE-PHONE
           move ws-phone-out to ws-form-phone

           if ws-form-phone = spaces
               move "NO PHONE NUMBER GIVEN" to ws-reject-reason
           else
               move ws-lead-tenant-id to ws-work-tenant-id
               perform PARA-320-CHECK-TENANT-PHONE

               if ws-matched-tenant-id = 0
                   move 0 to ws-party-eof
                   open input tenancy-party-file
                   move ws-report-property-id to TP-PROPERTY-ID
                   start tenancy-party-file key = TP-PROPERTY-ID
                       invalid key
                           move 1 to ws-party-eof
                   end-start
                   perform until ws-party-eof = 1
                       read tenancy-party-file next record
                           at end
                               move 1 to ws-party-eof
                           not at end
                               if TP-PROPERTY-ID not =
                                 ws-report-property-id
                                   move 1 to ws-party-eof
                               else
                                   move TP-TENANT-ID to
                                     ws-work-tenant-id
                                   perform PARA-320-CHECK-TENANT-PHONE
                                   if ws-matched-tenant-id not = 0
                                       move 1 to ws-party-eof
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close tenancy-party-file
               end-if

               if ws-matched-tenant-id = 0
                   move "PHONE IS NOT A TENANT'S AT THE PROPERTY" to
                     ws-reject-reason
               end-if
           end-if.

       PARA-320-CHECK-TENANT-PHONE.

           open input tenant-file
           move ws-work-tenant-id to TENANT-ID
           read tenant-file
               invalid key
                   continue
               not invalid key
                   move TENANT-PHONE to ws-phone-in
                   perform PARA-400-NORMALISE-PHONE
                   if ws-phone-out = ws-form-phone
                       move TENANT-ID to ws-matched-tenant-id
                   end-if
           end-read
           close tenant-file.

      *----------------------------------------------------------
      * The same fault sent twice, or the same file imported twice,
      * raises nothing new while the tenant's job is still open.
      *----------------------------------------------------------
       PARA-350-CHECK-ALREADY-OPEN.

           move 0 to ws-open-job-id
           move 0 to ws-job-eof
           open input maint-job-file
           perform until ws-job-eof = 1
               read maint-job-file next record
                   at end
                       move 1 to ws-job-eof
                   not at end
                       if MAINT-PROPERTY-ID = ws-report-property-id
                         and MAINT-TENANT-ID = ws-matched-tenant-id
                         and MAINT-DESC = ws-report-desc
                         and MAINT-COMPLETED-YEAR = 0
                           move MAINT-ID to ws-open-job-id
                           move 1 to ws-job-eof
                       end-if
           end-perform
           close maint-job-file

           if ws-open-job-id not = 0
               string "ALREADY OPEN AS JOB ", ws-open-job-id
                 delimited by size into ws-reject-reason
           end-if.

      *----------------------------------------------------------
      * Keeps the digits only; an international +44 becomes the
      * leading 0 the tenant file holds.
      *----------------------------------------------------------
       PARA-400-NORMALISE-PHONE.

           move spaces to ws-phone-digits
           move spaces to ws-phone-out
           move 0 to ws-phone-len
           perform varying ws-phone-idx from 1 by 1
             until ws-phone-idx > 20
               if ws-phone-in(ws-phone-idx:1) is numeric
                   add 1 to ws-phone-len
                   move ws-phone-in(ws-phone-idx:1) to
                     ws-phone-digits(ws-phone-len:1)
               end-if
           end-perform

           if ws-phone-digits(1:2) = "44" and ws-phone-len = 12
               string "0", ws-phone-digits(3:10) delimited by size
                 into ws-phone-out
           else
               move ws-phone-digits to ws-phone-out
           end-if.

       PARA-500-SUGGEST-PRIORITY.

           move "R" to ws-report-priority
           perform varying ws-kw-idx from 1 by 1
             until ws-kw-idx > 12 or ws-report-priority not = "R"
               move 0 to ws-kw-hits
               inspect ws-col-desc tallying ws-kw-hits for all
                 ws-kw-word(ws-kw-idx)(1:ws-kw-len(ws-kw-idx))
               if ws-kw-hits > 0
                   move ws-kw-priority(ws-kw-idx) to ws-report-priority
               end-if
           end-perform.

       PARA-600-RAISE-JOB.

           move "MAINTJOB" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize MAINT-JOB-RECORD
           move WS-NEXTID-RESULT to MAINT-ID
           move ws-report-property-id to MAINT-PROPERTY-ID
           move ws-today-yyyymmdd(7:2) to MAINT-REPORTED-DAY
           move ws-today-yyyymmdd(5:2) to MAINT-REPORTED-MONTH
           move ws-today-yyyymmdd(1:4) to MAINT-REPORTED-YEAR
           move ws-report-desc to MAINT-DESC
           move ws-report-priority to MAINT-PRIORITY
           move ws-matched-tenant-id to MAINT-TENANT-ID

           open i-o maint-job-file
           write MAINT-JOB-RECORD
           close maint-job-file

           move "MAINTJOB" to ws-audit-record-type
           move "WEBREP" to ws-audit-action
           move MAINT-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move MAINT-JOB-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           move ws-report-property-id to WS-NOTIFY-PROPERTY-ID
           move 0 to WS-NOTIFY-BUYER-ID
           move 0 to WS-NOTIFY-SELLER-ID
           move 0 to WS-NOTIFY-USER-ID
           move "REPAIRACK" to WS-NOTIFY-EVENT-TYPE
           move MAINT-ID to WS-NOTIFY-REF-ID
           perform Write-Notify-Queue

           add 1 to ws-jobs-raised
           display "Raised job " MAINT-ID " (" MAINT-PRIORITY
             ") for PROPERTY " ws-report-property-id " - "
             ws-report-desc.

       copy "ServiceLevelRead.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "NotifyQueueWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program RepairRequestImport.
