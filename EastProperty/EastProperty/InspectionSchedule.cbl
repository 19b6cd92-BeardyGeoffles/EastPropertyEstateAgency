      *the finding as its description, and either way the next
      *quarter's visit is scheduled automatically so the programme
      *never runs dry. Reached from the Lettings menu.
      *A let-only letting (ServiceAgreement.cbl) is not ours to
      *inspect, so it is never scheduled; each visit made on a
      *letting with an agreement is charged at its agreed rate
      *through the statement and the landlord ledger.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. InspectionSchedule.
       copy "seqfile.cpy".
       copy "configfile.cpy".
       copy "auditfile.cpy".
       copy "svcagreefile.cpy".

       data division.

       copy "seqrecord.cpy".
       copy "configrecord.cpy".
       copy "auditrecord.cpy".
       copy "svcagreerecord.cpy".

       working-storage section.

       copy "ws-nextid.cpy".
       copy "ws-config.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-svcagree.cpy".

       01 ws-message pic x(50) value spaces.
       01 ws-color pic 99 value 15.
               move 0 to ws-tenancy-live
           end-if

           move property-id of property-record to WS-SVC-PROPERTY-ID
           perform Read-Service-Agreement
           if WS-SVC-LET-ONLY
               move 0 to ws-tenancy-live
           end-if

           if ws-tenancy-live = 1
               perform PARA-200-SCAN-PROPERTY-INSPECTIONS
               if ws-has-open-insp = 0
               end-if
           end-if

           if ws-tenancy-live = 1
               move INSP-PROPERTY-ID to WS-SVC-PROPERTY-ID
               perform Read-Service-Agreement
               if WS-SVC-LET-ONLY
                   move 0 to ws-tenancy-live
               end-if
           end-if

           if ws-tenancy-live = 1
               perform PARA-650-BOOK-NEXT-VISIT
           end-if.
       copy "GenerateNextId.cpy".
       copy "ReadConfigValue.cpy".
       copy "AuditLogWrite.cpy".
       copy "ServiceLevelRead.cpy".

       copy "MainFileOpenCheck.cpy".

