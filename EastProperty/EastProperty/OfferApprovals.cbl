      *under-offer. Every
      *decision goes to the audit trail. Reached from the Property
      *menu; refuses to run without the admin flag.
      *An approval on a deal touching a declared staff interest
      *warns and logs it (InterestCheck.cbl) before the memorandum.
      *A lease on file with under 80 years left is warned alongside
      *the offer before the decision (LeaseTermCheck.cpy).
      *Approval is refused while a party stands as a sanctions/PEP
      *true match (SanctionsCheck.cpy).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. OfferApprovals.
       copy "auditfile.cpy".
       copy "configfile.cpy".
       copy "amlfile.cpy".
       copy "sancmatchfile.cpy".
       copy "jointownerfile.cpy".
       copy "offerfile.cpy".
       copy "leaseholdfile.cpy".

       copy "journalfile.cpy".

       copy "auditrecord.cpy".
       copy "configrecord.cpy".
       copy "amlrecord.cpy".
       copy "sancmatchrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "offerrecord.cpy".
       copy "leaseholdrecord.cpy".

       working-storage section.
       copy "ws-journal.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-notifyqueue.cpy".
       copy "ws-config.cpy".
       copy "ws-sanccheck.cpy".
       copy "ws-interestchk.cpy".
       copy "ws-leasecheck.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
           display "  ASKING " PROPERTY-ASKING "  OFFER "
             OFFER-AMOUNT "  (" ws-offer-pct " pct)  BUYER "
             PROP-BUYER-ID of property-record
           if LISTING-TYPE of property-record not = "L"
               move property-id of property-record to
                 WS-LEASE-PROPERTY-ID
               perform Check-Lease-Term
               if WS-LEASE-SHORT = 1
                   display "  WARNING - " WS-LEASE-WARNING
               end-if
           end-if
           display "(A)pprove, (R)eject, or ENTER to leave pending:"

           move spaces to ws-decision
               display "  ID checks outstanding on a party -"
                 " approval refused until both pass."
           else
               perform PARA-468-CHECK-SANCTIONS-HOLD
               if WS-SCHK-HELD = 1
                   display "  " WS-SCHK-HELD-NAME " is held on"
                     " sanctions/PEP screening - approval refused"
                     " until compliance clears it."
               else
                   perform PARA-310-RELEASE-ACCEPTANCE
               end-if
           end-if.

       PARA-310-RELEASE-ACCEPTANCE.
           add 1 to ws-approved-count
           display "  Approved."

           initialize WS-INTCHK
           move property-id of property-record to
             WS-INTCHK-PROPERTY-ID
           move PROP-BUYER-ID of property-record to
             WS-INTCHK-BUYER-ID
           move PROP-SELLER-ID of property-record to
             WS-INTCHK-SELLER-ID
           move "ACCEPT" to WS-INTCHK-CONTEXT
           call "InterestCheck" using WS-INTCHK

           perform PARA-350-OFFER-MEMORANDUM.

      *----------------------------------------------------------
           end-perform
           close aml-file.

      *----------------------------------------------------------
      * A party standing as a true match on the sanctions/PEP
      * screening queue - the buyer, the seller or any joint
      * owner - stops the acceptance until compliance clears it.
      *----------------------------------------------------------
       PARA-468-CHECK-SANCTIONS-HOLD.

           move property-id of property-record to WS-SCHK-PROPERTY-ID
           move PROP-SELLER-ID of property-record to WS-SCHK-SELLER-ID
           perform Check-Sanctions-Owners
           if WS-SCHK-HELD = 0 and
             PROP-BUYER-ID of property-record not = 0
               move "B" to WS-SCHK-PARTY-TYPE
               move PROP-BUYER-ID of property-record to
                 WS-SCHK-PARTY-ID
               perform Check-Sanctions-Party
           end-if.

       copy "AuditLogWrite.cpy".
       copy "NotifyQueueWrite.cpy".
       copy "ReadConfigValue.cpy".
       copy "LeaseTermCheck.cpy".

       copy "JournalWrite.cpy".

       copy "SanctionsCheck.cpy".
       copy "SanctionsOwnerCheck.cpy".

       copy "MainFileOpenCheck.cpy".

       end program OfferApprovals.
