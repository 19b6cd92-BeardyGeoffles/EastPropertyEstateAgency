      *does), plus a balance report per property/payer that proves
      *the client account reconciles, and the bank statement import
      *(BankStatementImport.cbl) that posts receipts straight off
      *the bank's export. Money in on a letting is checked against
      *the legal cap on a tenancy deposit (DepositCapCheck.cpy -
      *five weeks' rent, counting any holding deposit applied to
      *it). Reached from the main menu.
      *A refund or transfer to a party held on sanctions/PEP
      *screening is refused (SanctionsOwnerCheck.cpy).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. DepositLedger.
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "depositfile.cpy".
       copy "holddepfile.cpy".
       copy "depprotfile.cpy".
       copy "dayclosefile.cpy".
       copy "sancmatchfile.cpy".
       copy "jointownerfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".

       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "depositrecord.cpy".
       copy "holddeprecord.cpy".
       copy "depprotrecord.cpy".
       copy "daycloserecord.cpy".
       copy "sancmatchrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".

       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-dayclose.cpy".
       copy "ws-depositcap.cpy".
       copy "ws-sanccheck.cpy".

       01 ws-deposit-next-id pic 9(6) value 0.
       01 ws-message pic x(50) value spaces.
         03 ledger-balance pic s9(7)v99.

       01 ws-balance-disp pic -(7)9.99.
       01 ws-dcap-limit-disp pic z(6)9.99.
       01 ws-total-in pic 9(9)v99 value 0.
       01 ws-total-out pic 9(9)v99 value 0.
       01 ws-total-transferred pic 9(9)v99 value 0.
                     to ws-message
                   move 04 to ws-color
               end-if
           end-if

           if ws-message = spaces and DEPOSIT-MOVEMENT = "I"
               move DEPOSIT-PROPERTY-ID to WS-DCAP-PROPERTY-ID
               move DEPOSIT-BUYER-ID to WS-DCAP-PAYER-ID
               move DEPOSIT-AMOUNT to WS-DCAP-AMOUNT
               perform Check-Deposit-Cap
               if WS-DCAP-OVER = 1
                   move WS-DCAP-LIMIT to ws-dcap-limit-disp
                   string "Over the tenancy deposit cap of ",
                     ws-dcap-limit-disp, "." delimited by size
                     into ws-message
                   move 04 to ws-color
               end-if
           end-if

           if ws-message = spaces and
             (DEPOSIT-MOVEMENT = "O" or DEPOSIT-MOVEMENT = "T")
               move DEPOSIT-MOVEMENT to WS-SCHK-MOVEMENT
               move DEPOSIT-PROPERTY-ID to WS-SCHK-PROPERTY-ID
               move DEPOSIT-BUYER-ID to WS-SCHK-PAYER-ID
               perform Check-Sanctions-Movement
               if WS-SCHK-HELD = 1
                   move "Payee held on sanctions/PEP screening."
                     to ws-message
                   move 04 to ws-color
               end-if
           end-if.

      *----------------------------------------------------------
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "DayCloseCheck.cpy".
       copy "DepositCapCheck.cpy".
       copy "SanctionsCheck.cpy".
       copy "SanctionsOwnerCheck.cpy".

       copy "TrainingBanner.cpy".

