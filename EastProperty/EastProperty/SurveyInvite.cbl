      *SURVEYINVITE.cbl
      *Client satisfaction survey invitations. Called with the
      *WS-SURVEY block (ws-survey.cpy) when a sale completes -
      *SalesProgression.cbl as the completion date is keyed,
      *ConveyancerUpdate.cbl as a firm's file fills it - and when a
      *tenancy starts (AmendProperty.cbl). A completed sale asks
      *the seller and the buyer how we did; a tenancy start asks
      *the landlord. Each party gets one SURVEY-FILE invitation
      *stamped with the negotiator and branch on the property, and
      *a SURVEY event on NOTIFY-QUEUE-FILE pointing at it
      *(NOTIFY-REF-ID) for NotifyDispatch.cbl to send. A party
      *already invited for the same event and date is not asked
      *twice. The consent register is respected here as well as at
      *dispatch: a party marked do-not-contact, or who has refused
      *electronic contact, is not invited, and the suppression goes
      *to the audit trail. Nothing is displayed - the callers are
      *entry screens and batch jobs alike - so the counts queued and
      *suppressed come back in the block. Answers are keyed and
      *reported on CustomerSurvey.cbl.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. SurveyInvite.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "surveyfile.cpy".
       copy "propertyfile.cpy".
       copy "buyerfile.cpy".
       copy "sellerfile.cpy".
       copy "notifyqueuefile.cpy".
       copy "auditfile.cpy".
       copy "seqfile.cpy".

       data division.

       FILE SECTION.
       copy "surveyrecord.cpy".
       copy "propertyrecord.cpy".
       copy "buyerrecord.cpy".
       copy "sellerrecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "auditrecord.cpy".
       copy "seqrecord.cpy".

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-nextid.cpy".
       copy "ws-notifyqueue.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-property-found pic 9 value 0 comp.
       01 ws-already-invited pic 9 value 0 comp.
       01 ws-consent-blocked pic 9 value 0 comp.

       01 ws-inv-seller-id pic 9(6) value 0.
       01 ws-inv-buyer-id pic 9(6) value 0.
       01 ws-inv-negotiator-id pic 9(6) value 0.
       01 ws-inv-branch-id pic 99 value 0.
       01 ws-party-type pic x value space.
       01 ws-party-id pic 9(6) value 0.

       linkage section.

       copy "ws-survey.cpy".

       procedure division using WS-SURVEY.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move 0 to WS-SURVEY-QUEUED
           move 0 to WS-SURVEY-SUPPRESSED

           perform PARA-100-READ-PROPERTY
           if ws-property-found = 0 or WS-SURVEY-EVENT-DATE = 0
               goback
           end-if

           if ws-inv-seller-id not = 0
               move "S" to ws-party-type
               move ws-inv-seller-id to ws-party-id
               perform PARA-200-INVITE-PARTY
           end-if

           if WS-SURVEY-EVENT = "S" and ws-inv-buyer-id not = 0
               move "B" to ws-party-type
               move ws-inv-buyer-id to ws-party-id
               perform PARA-200-INVITE-PARTY
           end-if

           goback.

      *----------------------------------------------------------
      * The sale is credited to the negotiator who sold it, or
      * failing that the one who listed it; a letting to the one
      * who let it.
      *----------------------------------------------------------
       PARA-100-READ-PROPERTY.

           move 0 to ws-property-found
           move 0 to ws-inv-seller-id
           move 0 to ws-inv-buyer-id
           move 0 to ws-inv-negotiator-id
           move 0 to ws-inv-branch-id

           open input property-file
           perform Check-Property-Open
           move WS-SURVEY-PROPERTY-ID to
             property-id of property-record
           read property-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-property-found
                   move PROP-SELLER-ID of property-record to
                     ws-inv-seller-id
                   move PROP-BUYER-ID of property-record to
                     ws-inv-buyer-id
                   move PROPERTY-BRANCH-ID of property-record to
                     ws-inv-branch-id
                   move PROPERTY-SELL-USER-ID of property-record to
                     ws-inv-negotiator-id
                   if ws-inv-negotiator-id = 0 or
                     WS-SURVEY-EVENT = "T"
                       move PROPERTY-LIST-USER-ID of property-record
                         to ws-inv-negotiator-id
                   end-if
           end-read
           close property-file.

       PARA-200-INVITE-PARTY.

           perform PARA-210-CHECK-INVITED
           if ws-already-invited = 0
               perform PARA-220-CHECK-CONSENT
               if ws-consent-blocked = 1
                   add 1 to WS-SURVEY-SUPPRESSED

                   move "SURVEY" to ws-audit-record-type
                   move "SUPPRS" to ws-audit-action
                   move WS-SURVEY-PROPERTY-ID to ws-audit-key
                   move "SURVEY INVITATION SUPPRESSED" to
                     ws-audit-old-value
                   move spaces to ws-audit-new-value
                   string ws-party-type, " ", ws-party-id,
                     " - NO CONSENT OR DO-NOT-CONTACT"
                     delimited by size into ws-audit-new-value
                   perform Write-Audit-Log
               else
                   perform PARA-300-WRITE-INVITATION
               end-if
           end-if.

       PARA-210-CHECK-INVITED.

           move 0 to ws-already-invited
           move 0 to ws-end-of-file
           open input survey-file
           move WS-SURVEY-PROPERTY-ID to SURV-PROPERTY-ID
           start survey-file key = SURV-PROPERTY-ID
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1
               read survey-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if SURV-PROPERTY-ID not = WS-SURVEY-PROPERTY-ID
                           move 1 to ws-end-of-file
                       else
                           if SURV-EVENT = WS-SURVEY-EVENT and
                             SURV-EVENT-DATE = WS-SURVEY-EVENT-DATE and
                             SURV-PARTY-TYPE = ws-party-type and
                             SURV-PARTY-ID = ws-party-id
                               move 1 to ws-already-invited
                               move 1 to ws-end-of-file
                           end-if
                       end-if
           end-perform
           close survey-file.

       PARA-220-CHECK-CONSENT.

           move 0 to ws-consent-blocked

           if ws-party-type = "B"
               open input buyer-file
               perform Check-Buyer-Open
               move ws-party-id to BUYER-ID of BUYER-RECORD
               read buyer-file
                   invalid key
                       move 1 to ws-consent-blocked
                   not invalid key
                       if BUYER-DO-NOT-CONTACT = "Y" or
                         BUYER-CONSENT-ELEC = "N"
                           move 1 to ws-consent-blocked
                       end-if
               end-read
               close buyer-file
           else
               open input seller-file
               perform Check-Seller-Open
               move ws-party-id to SELLER-ID of SELLER-RECORD
               read seller-file
                   invalid key
                       move 1 to ws-consent-blocked
                   not invalid key
                       if SELLER-DO-NOT-CONTACT = "Y" or
                         SELLER-CONSENT-ELEC = "N"
                           move 1 to ws-consent-blocked
                       end-if
               end-read
               close seller-file
           end-if.

       PARA-300-WRITE-INVITATION.

           move "SURVEY" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize SURVEY-RECORD
           move WS-NEXTID-RESULT to SURV-ID
           move WS-SURVEY-PROPERTY-ID to SURV-PROPERTY-ID
           move WS-SURVEY-EVENT to SURV-EVENT
           move WS-SURVEY-EVENT-DATE to SURV-EVENT-DATE
           move ws-party-type to SURV-PARTY-TYPE
           move ws-party-id to SURV-PARTY-ID
           move ws-inv-negotiator-id to SURV-NEGOTIATOR-ID
           move ws-inv-branch-id to SURV-BRANCH-ID
           move function current-date(1:8) to SURV-INVITED-DATE
           move "I" to SURV-STATUS

           open i-o survey-file
           write SURVEY-RECORD
           close survey-file

           move WS-SURVEY-PROPERTY-ID to WS-NOTIFY-PROPERTY-ID
           move 0 to WS-NOTIFY-BUYER-ID
           move 0 to WS-NOTIFY-SELLER-ID
           if ws-party-type = "B"
               move ws-party-id to WS-NOTIFY-BUYER-ID
           else
               move ws-party-id to WS-NOTIFY-SELLER-ID
           end-if
           move 0 to WS-NOTIFY-USER-ID
           move "SURVEY" to WS-NOTIFY-EVENT-TYPE
           move SURV-ID to WS-NOTIFY-REF-ID
           perform Write-Notify-Queue

           add 1 to WS-SURVEY-QUEUED

           move "SURVEY" to ws-audit-record-type
           move "INVITE" to ws-audit-action
           move SURV-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move SURVEY-RECORD to ws-audit-new-value
           perform Write-Audit-Log.

       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "NotifyQueueWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program SurveyInvite.
