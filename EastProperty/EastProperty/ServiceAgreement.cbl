      *SERVICEAGREEMENT.cbl
      *Service agreement and fee schedule for each managed letting -
      *a LISTING-TYPE "L" property is sold to the landlord as let-only
      *(we find the tenant for a one-off finder's fee and the rent is
      *paid to the landlord direct), rent collection, or full
      *management, each with its own percentage, set-up fee, renewal
      *fee and inspection charge. Reached from the Lettings menu:
      *  1. Set up or amend a letting's agreement. The set-up fee is
      *     billed to the landlord's LL-LEDGER-FILE account the first
      *     time the agreement is saved - on a let-only it carries
      *     the finder's fee, the percentage on a year's rent, with
      *     it - and never again on an amendment.
      *  2. List the agreements on file.
      *The agreement is read through ServiceLevelRead.cpy by
      *LandlordStatements, LandlordLedger, RentCollection,
      *InspectionSchedule, MaintenanceJobs and TenancyRenewal, so
      *a let-only letting is not chased for rent, inspected or
      *given jobs, and each fee is billed from here.
      *A new agreement starts from the standard fees for its service
      *in force that day (FEE-RATE-FILE through FeeRateRead.cpy),
      *any of which can be keyed over; once saved, the agreement's
      *own fees stand whatever the standard rates do later.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ServiceAgreement.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "svcagreefile.cpy".
       copy "propertyfile.cpy".
       copy "llledgerfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "feeratefile.cpy".

       data division.

       FILE SECTION.
       copy "svcagreerecord.cpy".
       copy "propertyrecord.cpy".
       copy "llledgerrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "feeraterecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-feerate.cpy".

       01 ws-continue pic x value spaces.
       01 ws-menu-input pic x value space.
       01 ws-in-input pic x(12) value spaces.
       01 ws-end-of-file pic 9 value 0 comp.

       01 ws-agree-property-id pic 9(6) value 0.
       01 ws-letting-found pic 9 value 0 comp.
       01 ws-agree-found pic 9 value 0 comp.
       01 ws-keyed-ok pic 9 value 0 comp.
       01 ws-landlord-id pic 9(6) value 0.
       01 ws-monthly-rent pic 9(6)v99 value 0.
       01 ws-property-disp pic x(33) value spaces.

       01 ws-setup-amount pic 9(7)v99 value 0.
       01 ws-list-count pic 9(4) value 0.
       01 ws-level-disp pic x(16) value spaces.
       01 ws-percent-disp pic z9.99.
       01 ws-setup-disp pic zz,zz9.99.
       01 ws-renewal-disp pic zz,zz9.99.
       01 ws-insp-disp pic zz,zz9.99.
       01 ws-amount-disp pic z,zzz,zz9.99.

       procedure division.

       PARA-000-MAIN.

           display "USER-IS-ADMIN" upon environment-name
           accept ws-user-has-admin from environment-value

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           perform until 1 = 0
               display " "
               display "----------------------------------------"
               display "     EAST SERVICE AGREEMENTS"
               display "----------------------------------------"
               display "1. SET UP / AMEND AN AGREEMENT"
               display "2. LIST AGREEMENTS"
               display "3. RETURN"
               display "Choice:"
               move space to ws-menu-input
               accept ws-menu-input
               evaluate ws-menu-input
                   when "1"
                       perform PARA-100-MAINTAIN-AGREEMENT
                   when "2"
                       perform PARA-500-LIST-AGREEMENTS
                   when "3"
                       goback
                   when other
                       continue
               end-evaluate
           end-perform.

      *----------------------------------------------------------
      * Only a letting can carry an agreement. The property's
      * landlord and rent are kept for the set-up fee billing.
      *----------------------------------------------------------
       PARA-100-MAINTAIN-AGREEMENT.

           display "Letting property ID:"
           move spaces to ws-in-input
           accept ws-in-input
           move function numval(ws-in-input) to ws-agree-property-id

           move 0 to ws-letting-found
           open input property-file
           perform Check-Property-Open
           move ws-agree-property-id to property-id of property-record
           read property-file
               invalid key
                   display "No property with that reference."
               not invalid key
                   if LISTING-TYPE of property-record not = "L"
                       display "That property is not a letting."
                   else
                       move 1 to ws-letting-found
                       move PROP-SELLER-ID of property-record to
                         ws-landlord-id
                       move PROPERTY-MONTHLY-RENT of property-record
                         to ws-monthly-rent
                       move spaces to ws-property-disp
                       string PROPERTY-AL1 of property-record, " ",
                         PROPERTY-POSTCODE of property-record into
                         ws-property-disp
                   end-if
           end-read
           close property-file

           if ws-letting-found = 1
               open i-o svc-agree-file
               move ws-agree-property-id to SVC-PROPERTY-ID
               read svc-agree-file
                   invalid key
                       move 0 to ws-agree-found
                       initialize SVC-AGREE-RECORD
                       move ws-agree-property-id to SVC-PROPERTY-ID
                       move "F" to SVC-LEVEL
                       move "N" to SVC-SETUP-BILLED
                   not invalid key
                       move 1 to ws-agree-found
               end-read
               move SVC-AGREE-RECORD to ws-audit-old-value
               perform PARA-150-SHOW-AGREEMENT
               perform PARA-200-KEY-AGREEMENT
               if ws-keyed-ok = 1
                   perform PARA-300-SAVE-AGREEMENT
               end-if
               close svc-agree-file
           end-if

           display "Press ENTER to continue."
           accept ws-continue.

       PARA-150-SHOW-AGREEMENT.

           display " "
           display "PROPERTY " ws-agree-property-id " "
             ws-property-disp
           if ws-agree-found = 0
               display "  NO AGREEMENT ON FILE - FULLY MANAGED AT THE"
                 " LANDLORD'S RATE"
           else
               perform PARA-160-LEVEL-NAME
               move SVC-FEE-PERCENT to ws-percent-disp
               move SVC-SETUP-FEE to ws-setup-disp
               move SVC-RENEWAL-FEE to ws-renewal-disp
               move SVC-INSPECTION-FEE to ws-insp-disp
               display "  SERVICE    " ws-level-disp " FROM "
                 SVC-START-DAY "/" SVC-START-MONTH "/"
                 SVC-START-YEAR
               display "  PERCENT    " ws-percent-disp
                 "   SET-UP " ws-setup-disp
                 "   BILLED " SVC-SETUP-BILLED
               display "  RENEWAL    " ws-renewal-disp
                 "   INSPECTION " ws-insp-disp
           end-if.

       PARA-160-LEVEL-NAME.

           evaluate SVC-LEVEL
               when "L"
                   move "LET-ONLY" to ws-level-disp
               when "R"
                   move "RENT COLLECTION" to ws-level-disp
               when other
                   move "FULL MANAGEMENT" to ws-level-disp
           end-evaluate.

      *----------------------------------------------------------
      * Each answer left blank keeps what is on the agreement, so
      * an amendment to one fee need not re-key the rest.
      *----------------------------------------------------------
       PARA-200-KEY-AGREEMENT.

           move 1 to ws-keyed-ok

           display "Service (L)et-only (R)ent collection "
             "(F)ull management, blank to leave:"
           move spaces to ws-in-input
           accept ws-in-input
           if ws-in-input not = spaces
               move function upper-case(ws-in-input(1:1)) to
                 SVC-LEVEL
           end-if
           if SVC-LEVEL not = "L" and SVC-LEVEL not = "R" and
             SVC-LEVEL not = "F"
               display "Service must be L, R or F."
               move 0 to ws-keyed-ok
           end-if

           if ws-keyed-ok = 1 and ws-agree-found = 0
               perform PARA-210-STANDARD-FEES
           end-if

           if ws-keyed-ok = 1
               display "Fee percentage, blank to leave:"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input not = spaces
                   move function numval(ws-in-input) to
                     SVC-FEE-PERCENT
               end-if

               display "Set-up fee, blank to leave:"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input not = spaces
                   move function numval(ws-in-input) to
                     SVC-SETUP-FEE
               end-if

               display "Renewal fee, blank to leave:"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input not = spaces
                   move function numval(ws-in-input) to
                     SVC-RENEWAL-FEE
               end-if

               display "Inspection charge per visit, blank to leave:"
               move spaces to ws-in-input
               accept ws-in-input
               if ws-in-input not = spaces
                   move function numval(ws-in-input) to
                     SVC-INSPECTION-FEE
               end-if
           end-if.

      *----------------------------------------------------------
      * The standard fees for the service picked, as they stand
      * today, put on a new agreement before the fees are keyed.
      *----------------------------------------------------------
       PARA-210-STANDARD-FEES.

           move function current-date(1:8) to WS-FEERATE-DATE
           move 0 to WS-FEERATE-DEFAULT

           evaluate SVC-LEVEL
               when "L"
                   move "LET-ONLY-FEE-PCT" to WS-FEERATE-NAME
               when "R"
                   move "RENT-COLLECT-PCT" to WS-FEERATE-NAME
               when other
                   move "FULL-MGMT-PCT" to WS-FEERATE-NAME
           end-evaluate
           perform Read-Fee-Rate
           move WS-FEERATE-RESULT to SVC-FEE-PERCENT

           move "LET-SETUP-FEE" to WS-FEERATE-NAME
           perform Read-Fee-Rate
           move WS-FEERATE-RESULT to SVC-SETUP-FEE

           move "LET-RENEWAL-FEE" to WS-FEERATE-NAME
           perform Read-Fee-Rate
           move WS-FEERATE-RESULT to SVC-RENEWAL-FEE

           move "LET-INSPECT-FEE" to WS-FEERATE-NAME
           perform Read-Fee-Rate
           move WS-FEERATE-RESULT to SVC-INSPECTION-FEE

           move SVC-FEE-PERCENT to ws-percent-disp
           move SVC-SETUP-FEE to ws-setup-disp
           move SVC-RENEWAL-FEE to ws-renewal-disp
           move SVC-INSPECTION-FEE to ws-insp-disp
           display "Standard fees today - PERCENT " ws-percent-disp
             "  SET-UP " ws-setup-disp
           display "  RENEWAL " ws-renewal-disp "  INSPECTION "
             ws-insp-disp " - blank keeps each.".

       PARA-300-SAVE-AGREEMENT.

           move ws-current-user-id to SVC-USER-ID

           if ws-agree-found = 0
               move function current-date(7:2) to SVC-START-DAY
               move function current-date(5:2) to SVC-START-MONTH
               move function current-date(1:4) to SVC-START-YEAR
           end-if

           if SVC-SETUP-BILLED not = "Y"
               perform PARA-350-BILL-SETUP-FEE
           end-if

           if ws-agree-found = 0
               write SVC-AGREE-RECORD
               move "ADD" to ws-audit-action
           else
               rewrite SVC-AGREE-RECORD
               move "CHANGE" to ws-audit-action
           end-if

           move "SVCAGREE" to ws-audit-record-type
           move SVC-PROPERTY-ID to ws-audit-key
           move SVC-AGREE-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           display "Agreement saved."

           if SVC-LEVEL = "L"
               display "Let-only - rent is not collected, inspected "
                 "or repaired by us on this letting."
           end-if.

      *----------------------------------------------------------
      * The set-up fee is a one-off debit on the landlord's
      * account. On a let-only the percentage is the finder's fee
      * on a year's rent and goes with it, because there will be
      * no collected rent to take a percentage from later.
      *----------------------------------------------------------
       PARA-350-BILL-SETUP-FEE.

           move SVC-SETUP-FEE to ws-setup-amount
           if SVC-LEVEL = "L"
               compute ws-setup-amount rounded = ws-setup-amount +
                 (ws-monthly-rent * 12 * SVC-FEE-PERCENT / 100)
           end-if

           if ws-setup-amount not = 0 and ws-landlord-id not = 0
               move "LLLEDGER" to WS-NEXTID-SEQ-NAME
               perform Generate-Next-Id

               open i-o ll-ledger-file
               initialize LL-LEDGER-RECORD
               move WS-NEXTID-RESULT to LL-ID
               move ws-landlord-id to LL-SELLER-ID
               move function current-date(7:2) to LL-DAY
               move function current-date(5:2) to LL-MONTH
               move function current-date(1:4) to LL-YEAR
               move "FEE" to LL-TYPE
               move "D" to LL-DRCR
               move ws-setup-amount to LL-AMOUNT
               move spaces to LL-NOTE
               string "SETUP FEE PROP ", SVC-PROPERTY-ID into
                 LL-NOTE
               write LL-LEDGER-RECORD
               close ll-ledger-file

               move "LLLEDGER" to ws-audit-record-type
               move "POST" to ws-audit-action
               move ws-landlord-id to ws-audit-key
               move spaces to ws-audit-old-value
               move LL-LEDGER-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               move "Y" to SVC-SETUP-BILLED
               move ws-setup-amount to ws-amount-disp
               display "Set-up fee " ws-amount-disp
                 " charged to landlord " ws-landlord-id "."
           end-if.

       PARA-500-LIST-AGREEMENTS.

           move 0 to ws-list-count
           move 0 to ws-end-of-file

           display " "
           display "----------------------------------------"
           display "     EAST SERVICE AGREEMENTS"
           display "----------------------------------------"
           display "PROP   SERVICE          PCT    SET-UP   RENEWAL"
             "  INSPECT"

           open input svc-agree-file
           perform until ws-end-of-file = 1
               read svc-agree-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       perform PARA-160-LEVEL-NAME
                       move SVC-FEE-PERCENT to ws-percent-disp
                       move SVC-SETUP-FEE to ws-setup-disp
                       move SVC-RENEWAL-FEE to ws-renewal-disp
                       move SVC-INSPECTION-FEE to ws-insp-disp
                       display SVC-PROPERTY-ID " " ws-level-disp " "
                         ws-percent-disp " " ws-setup-disp " "
                         ws-renewal-disp " " ws-insp-disp
                       add 1 to ws-list-count
           end-perform
           close svc-agree-file

           display "----------------------------------------"
           display ws-list-count " agreement(s) on file."
           display "Lettings not listed are fully managed at the "
             "landlord's rate."
           display "Press ENTER to continue."
           accept ws-continue.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "FeeRateRead.cpy".

       copy "MainFileOpenCheck.cpy".

       end program ServiceAgreement.
