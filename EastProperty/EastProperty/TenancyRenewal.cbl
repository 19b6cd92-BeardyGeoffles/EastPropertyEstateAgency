      *term and new rent, and files the old term away on
      *TENANCY-HIST-FILE before the property record is overwritten,
      *so the letting's term history survives the renewal. Reached
      *from the lettings menu. The renewal fee on the letting's
      *service agreement (ServiceAgreement.cbl) is billed to the
      *landlord's LL-LEDGER-FILE account as the renewal is saved.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. TenancyRenewal.
       copy "tenancypartyfile.cpy".
       copy "seqfile.cpy".
       copy "auditfile.cpy".
       copy "svcagreefile.cpy".
       copy "llledgerfile.cpy".

       copy "journalfile.cpy".

       copy "tenancypartyrecord.cpy".
       copy "seqrecord.cpy".
       copy "auditrecord.cpy".
       copy "svcagreerecord.cpy".
       copy "llledgerrecord.cpy".

       working-storage section.
       copy "ws-journal.cpy".
       01 ws-party-eof pic 9 value 0 comp.
       copy "ws-nextid.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-svcagree.cpy".

       01 ws-message pic x(50) value spaces.
       01 ws-color pic 99 value 15.
       01 ws-renew-property-id pic 9(6) value 0.
       01 ws-valid-letting-found pic 9 value 0 comp.
       01 ws-property-disp pic x(33) value spaces.
       01 ws-fee-disp pic zz,zz9.99.

       01 ws-old-tenancy-fields.
         03 ws-old-start-day pic 99 value 0.

               move "Renewal recorded - old term filed away." to
                 ws-message
               perform PARA-897-BILL-RENEWAL-FEE
               move 10 to ws-color
               move 0 to ws-valid-letting-found
               move 0 to ws-renew-property-id
           write TENANCY-HIST-RECORD
           close tenancy-hist-file.

      *----------------------------------------------------------
      * The letting's agreed renewal fee is a FEE debit on the
      * landlord's account. A letting with no agreement, or a
      * nil renewal fee on it, bills nothing.
      *----------------------------------------------------------
       PARA-897-BILL-RENEWAL-FEE.

           move property-id of property-record to WS-SVC-PROPERTY-ID
           perform Read-Service-Agreement

           if WS-SVC-RENEWAL not = 0 and
             PROP-SELLER-ID of property-record not = 0
               move "LLLEDGER" to WS-NEXTID-SEQ-NAME
               perform Generate-Next-Id

               open i-o ll-ledger-file
               initialize LL-LEDGER-RECORD
               move WS-NEXTID-RESULT to LL-ID
               move PROP-SELLER-ID of property-record to LL-SELLER-ID
               move function current-date(7:2) to LL-DAY
               move function current-date(5:2) to LL-MONTH
               move function current-date(1:4) to LL-YEAR
               move "FEE" to LL-TYPE
               move "D" to LL-DRCR
               move WS-SVC-RENEWAL to LL-AMOUNT
               move spaces to LL-NOTE
               string "RENEWAL FEE PROP ",
                 property-id of property-record into LL-NOTE
               write LL-LEDGER-RECORD
               close ll-ledger-file

               move "LLLEDGER" to ws-audit-record-type
               move "POST" to ws-audit-action
               move PROP-SELLER-ID of property-record to ws-audit-key
               move spaces to ws-audit-old-value
               move LL-LEDGER-RECORD to ws-audit-new-value
               perform Write-Audit-Log

               move WS-SVC-RENEWAL to ws-fee-disp
               move spaces to ws-message
               string "Renewal recorded - fee ", ws-fee-disp,
                 " billed to landlord." into ws-message
           end-if.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "ServiceLevelRead.cpy".

       copy "JournalWrite.cpy".

