      *or bank holiday (the shared working-day calendar) does
      *nothing, so no chase ever lands dated Christmas Day.
      *Intended to run overnight; reached from the Lettings menu.
      *A let-only letting (ServiceAgreement.cbl) is the landlord's to
      *chase, not ours, so its periods are passed over.
      *A letting with a rent guarantee policy in force when the
      *period fell due (RentGuarantee.cbl) has a claim opened on
      *RGI-CLAIM-FILE at the first missed payment, linked to that
      *period, with the insurer's notify-by date worked out from
      *the policy's claim window. Until the insurer is recorded as
      *told, the claim goes on the RENTWORK worklist as NOTIFY
      *INSURER each night once the arrears reach the chase stage in
      *CONFIG-FILE RGI-NOTIFY-STAGE (default 2, the formal demand)
      *or the notify-by date is within RGI-NOTIFY-WARN-DAYS
      *(default 7), whichever comes first; the first prompt is also
      *queued to lettings as an RGICLAIM event.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. RentArrearsEscalation.
       copy "tenantfile.cpy".
       copy "notifyqueuefile.cpy".
       copy "auditfile.cpy".
       copy "svcagreefile.cpy".
       copy "rgipolicyfile.cpy".
       copy "rgiclaimfile.cpy".
       copy "configfile.cpy".
       copy "seqfile.cpy".

           select optional arrears-worklist-file assign to
               ws-worklist-name
       copy "tenantrecord.cpy".
       copy "notifyqueuerecord.cpy".
       copy "auditrecord.cpy".
       copy "svcagreerecord.cpy".
       copy "rgipolicyrecord.cpy".
       copy "rgiclaimrecord.cpy".
       copy "configrecord.cpy".
       copy "seqrecord.cpy".

       FD arrears-worklist-file.
       01 arrears-worklist-line pic x(120).
       copy "ws-notifyqueue.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-workingday.cpy".
       copy "ws-svcagree.cpy".
       copy "ws-config.cpy".
       copy "ws-nextid.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.
       01 ws-tenant-name-found pic x(20) value spaces.
       01 ws-tenant-phone-found pic x(11) value spaces.

       01 ws-rgi-notify-stage pic 9 value 0.
       01 ws-rgi-warn-days pic 9(4) value 0.
       01 ws-rgi-policy-found pic 9 value 0 comp.
       01 ws-rgi-claim-found pic 9 value 0 comp.
       01 ws-rgi-eof pic 9 value 0 comp.
       01 ws-rgi-policy-id pic 9(6) value 0.
       01 ws-rgi-notify-days pic 999 value 0.
       01 ws-rgi-insurer pic x(25) value spaces.
       01 ws-rgi-policy-no pic x(18) value spaces.
       01 ws-rgi-days-left pic s9(5) value 0.
       01 ws-rgi-days-disp pic -(4)9.
       01 ws-rgi-opened pic 9(4) value 0.
       01 ws-rgi-prompts pic 9(4) value 0.

       procedure division.

       PARA-000-MAIN.
           move function current-date(1:8) to ws-date-stamp
           string "RENTWORK.", ws-date-stamp into ws-worklist-name

           move "RGI-NOTIFY-STAGE" to WS-CONFIG-NAME
           move 2 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-rgi-notify-stage

           move "RGI-NOTIFY-WARN-DAYS" to WS-CONFIG-NAME
           move 7 to WS-CONFIG-DEFAULT
           perform Read-Config-Value
           move WS-CONFIG-RESULT to ws-rgi-warn-days

           move 0 to ws-end-of-file

           open i-o rent-due-file
                       move 1 to ws-end-of-file
                   not at end
                       if RENT-PAID-FLAG not = "Y"
                           move RENT-PROPERTY-ID to
                             WS-SVC-PROPERTY-ID
                           perform Read-Service-Agreement
                           if not WS-SVC-LET-ONLY
                               perform PARA-100-AGE-ONE-PERIOD
                           end-if
                       end-if
           end-perform

           display ws-letters-queued " chase letter(s) queued."
           display ws-worklist-count " notice-served entr(ies) on "
             ws-worklist-name
           display ws-rgi-opened " rent guarantee claim(s) opened, "
             ws-rgi-prompts " insurer notification prompt(s)."
           display "-----------------------------------------------"
           display " "
           display "Press ENTER to return to the menu."

           if ws-stage-deserved > RENT-CHASE-STAGE
               perform PARA-150-ADVANCE-ONE-STAGE
           end-if

           if ws-days-late > 0
               perform PARA-500-RENT-GUARANTEE
           end-if.

       PARA-150-ADVANCE-ONE-STAGE.
           move spaces to ws-audit-new-value
           perform Write-Audit-Log.

      *----------------------------------------------------------
      * Rent guarantee cover. The policy must have been in force
      * on the day the period fell due. One live claim (O or N) per
      * letting: the first missed payment opens it, later unpaid
      * periods belong to the same claim.
      *----------------------------------------------------------
       PARA-500-RENT-GUARANTEE.

           perform PARA-510-FIND-POLICY

           if ws-rgi-policy-found = 1
               open i-o rgi-claim-file
               perform PARA-520-FIND-LIVE-CLAIM
               if ws-rgi-claim-found = 0
                   perform PARA-530-OPEN-CLAIM
               end-if
               if CLM-STATUS = "O"
                   perform PARA-540-PROMPT-INSURER
               end-if
               close rgi-claim-file
           end-if.

       PARA-510-FIND-POLICY.

           move 0 to ws-rgi-policy-found
           move 0 to ws-rgi-eof

           open input rgi-policy-file
           move RENT-PROPERTY-ID to RGI-PROPERTY-ID
           start rgi-policy-file key = RGI-PROPERTY-ID
               invalid key
                   move 1 to ws-rgi-eof
           end-start
           perform until ws-rgi-eof = 1
               read rgi-policy-file next record
                   at end
                       move 1 to ws-rgi-eof
                   not at end
                       if RGI-PROPERTY-ID not = RENT-PROPERTY-ID
                           move 1 to ws-rgi-eof
                       else
                           if RGI-STATUS = "A" and
                             RGI-START-DATE <= ws-due-yyyymmdd and
                             RGI-RENEWAL-DATE > ws-due-yyyymmdd
                               move 1 to ws-rgi-policy-found
                               move 1 to ws-rgi-eof
                               move RGI-ID to ws-rgi-policy-id
                               move RGI-NOTIFY-DAYS to
                                 ws-rgi-notify-days
                               move RGI-INSURER to ws-rgi-insurer
                               move RGI-POLICY-NO to ws-rgi-policy-no
                           end-if
                       end-if
           end-perform
           close rgi-policy-file.

       PARA-520-FIND-LIVE-CLAIM.

           move 0 to ws-rgi-claim-found
           move 0 to ws-rgi-eof

           move RENT-PROPERTY-ID to CLM-PROPERTY-ID
           start rgi-claim-file key = CLM-PROPERTY-ID
               invalid key
                   move 1 to ws-rgi-eof
           end-start
           perform until ws-rgi-eof = 1
               read rgi-claim-file next record
                   at end
                       move 1 to ws-rgi-eof
                   not at end
                       if CLM-PROPERTY-ID not = RENT-PROPERTY-ID
                           move 1 to ws-rgi-eof
                       else
                           if CLM-STATUS = "O" or CLM-STATUS = "N"
                               move 1 to ws-rgi-claim-found
                               move 1 to ws-rgi-eof
                           end-if
                       end-if
           end-perform.

       PARA-530-OPEN-CLAIM.

           move "RGICLAIM" to WS-NEXTID-SEQ-NAME
           perform Generate-Next-Id

           initialize RGI-CLAIM-RECORD
           move WS-NEXTID-RESULT to CLM-ID
           move ws-rgi-policy-id to CLM-POLICY-ID
           move RENT-PROPERTY-ID to CLM-PROPERTY-ID
           move RENT-DUE-ID to CLM-RENT-DUE-ID
           move ws-due-yyyymmdd to CLM-FIRST-MISSED
           compute CLM-NOTIFY-BY = function date-of-integer(
             function integer-of-date(ws-due-yyyymmdd) +
             ws-rgi-notify-days)
           move "O" to CLM-STATUS
           write RGI-CLAIM-RECORD
           add 1 to ws-rgi-opened

           move "RGICLAIM" to ws-audit-record-type
           move "OPEN" to ws-audit-action
           move CLM-PROPERTY-ID to ws-audit-key
           move spaces to ws-audit-old-value
           move RGI-CLAIM-RECORD to ws-audit-new-value
           perform Write-Audit-Log

           display "RGI CLAIM " CLM-ID " OPENED PROPERTY "
             CLM-PROPERTY-ID " - TELL " function trim(ws-rgi-insurer)
             " BY " CLM-NOTIFY-BY(7:2) "/" CLM-NOTIFY-BY(5:2) "/"
             CLM-NOTIFY-BY(1:4).

      *Once a night per claim, from the configured chase stage or
      *as the notify-by date closes in, until somebody records the
      *insurer as told.
       PARA-540-PROMPT-INSURER.

           compute ws-rgi-days-left =
             function integer-of-date(CLM-NOTIFY-BY) -
             function integer-of-date(ws-today-yyyymmdd)

           if CLM-PROMPT-DATE not = ws-today-yyyymmdd and
             (RENT-CHASE-STAGE >= ws-rgi-notify-stage or
              ws-rgi-days-left <= ws-rgi-warn-days)
               if CLM-PROMPT-DATE = 0
                   move RENT-PROPERTY-ID to WS-NOTIFY-PROPERTY-ID
                   move 0 to WS-NOTIFY-BUYER-ID
                   move 0 to WS-NOTIFY-SELLER-ID
                   move 0 to WS-NOTIFY-USER-ID
                   move "RGICLAIM" to WS-NOTIFY-EVENT-TYPE
                   move CLM-ID to WS-NOTIFY-REF-ID
                   perform Write-Notify-Queue
               end-if

               move ws-today-yyyymmdd to CLM-PROMPT-DATE
               rewrite RGI-CLAIM-RECORD
               add 1 to ws-rgi-prompts

               move ws-rgi-days-left to ws-rgi-days-disp
               move spaces to arrears-worklist-line
               string "NOTIFY INSURER | CLAIM ", CLM-ID, " PROP ",
                 CLM-PROPERTY-ID, " ", function trim(ws-rgi-insurer),
                 " POLICY ", function trim(ws-rgi-policy-no),
                 " BY ", CLM-NOTIFY-BY(7:2), "/", CLM-NOTIFY-BY(5:2),
                 "/", CLM-NOTIFY-BY(1:4), " DAYS LEFT ",
                 ws-rgi-days-disp delimited by size into
                 arrears-worklist-line
               write arrears-worklist-line
               display arrears-worklist-line

               move "RGICLAIM" to ws-audit-record-type
               move "PROMPT" to ws-audit-action
               move CLM-PROPERTY-ID to ws-audit-key
               move spaces to ws-audit-old-value
               string "NOTIFY INSURER PROMPT CLAIM ", CLM-ID,
                 " STAGE ", RENT-CHASE-STAGE into ws-audit-old-value
               move spaces to ws-audit-new-value
               perform Write-Audit-Log
           end-if.

       copy "NotifyQueueWrite.cpy".
       copy "ReadConfigValue.cpy".
       copy "GenerateNextId.cpy".
       copy "AuditLogWrite.cpy".
       copy "WorkingDayCalc.cpy".
       copy "ServiceLevelRead.cpy".

       copy "MainFileOpenCheck.cpy".

