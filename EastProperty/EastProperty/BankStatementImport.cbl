      *    RENT-PAID-FLAG stamped the same way;
      *  - reference "DEP nnnnnn nnnnnn" (property, payer): an
      *    expected deposit - a movement "I" posted to the ledger
      *    dated the bank date, unless it would take a tenancy
      *    deposit past the legal cap (DepositCapCheck.cpy);
      *  - no usable reference: the credit posts only when exactly
      *    one outstanding rent-due or unpaid invoice carries that
      *    amount - anything ambiguous is left alone.
      *posting is audit-logged. Reached from the client account menu
      *in DepositLedger.cbl.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BankStatementImport.
       copy "rentduefile.cpy".
       copy "invoicefile.cpy".
       copy "depositfile.cpy".
       copy "holddepfile.cpy".
       copy "configfile.cpy".
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "dayclosefile.cpy".
       copy "rentduerecord.cpy".
       copy "invoicerecord.cpy".
       copy "depositrecord.cpy".
       copy "holddeprecord.cpy".
       copy "configrecord.cpy".
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "daycloserecord.cpy".
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-dayclose.cpy".
       copy "ws-config.cpy".
       copy "ws-depositcap.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-scan-eof pic 9 value 0 comp.
                 ws-unmatch-reason
           else
               perform PARA-420-VERIFY-DEPOSIT-PARTIES
               if ws-unmatch-reason = spaces
                   move ws-ref-id-1 to WS-DCAP-PROPERTY-ID
                   move ws-ref-id-2 to WS-DCAP-PAYER-ID
                   move ws-bank-amount to WS-DCAP-AMOUNT
                   perform Check-Deposit-Cap
                   if WS-DCAP-OVER = 1
                       move "OVER TENANCY DEPOSIT CAP" to
                         ws-unmatch-reason
                   end-if
               end-if
               if ws-unmatch-reason = spaces
                   perform PARA-430-WRITE-DEPOSIT-IN
               end-if
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "DayCloseCheck.cpy".
       copy "DepositCapCheck.cpy".
       copy "ReadConfigValue.cpy".

       end program BankStatementImport.
