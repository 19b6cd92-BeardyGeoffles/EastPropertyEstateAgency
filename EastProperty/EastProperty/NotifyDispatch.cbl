      *lost. Intended to be run after the overnight queue writers
      *(ViewingReminders.cbl, TenancyExpiry.cbl,
      *CertificateExpiry.cbl); also reachable from the reports menu.
      *Change-of-occupier events (OCCUPYIN / OCCUPYOUT) are worded
      *from the meter reading NOTIFY-REF-ID points at - the tenants,
      *the date the occupier changed and the readings - with
      *<TENANTS>, <DATE> and <READINGS> markers for the templates.
      *A REPORT event tells a user that a report on their
      *distribution list has been spooled; NOTIFY-REF-ID is the
      *print-spool entry, which gives the job and dataset.
      *The arrears and invoice chasing events (RENTCHASE1-2 and
      *INVCHASE1-3) go by post as well: each is also set out as a
      *letter on a date-stamped LETTERS dataset, registered on the
      *print spool, under the letterhead of the property's branch
      *(LetterheadLines.cbl) with its footer below.
      *A BATCHALERT event tells the on-call user that a batch step
      *failed, overran or never started; NOTIFY-REF-ID is the entry
      *on the batch alert register (BatchWatch.cbl).
      *An RGICLAIM event tells lettings to notify a rent guarantee
      *insurer of arrears; NOTIFY-REF-ID is the claim on
      *RGI-CLAIM-FILE, which gives the policy and notify-by date.
      *A SURVEY event invites a seller, landlord or buyer to score
      *us after a completion or tenancy start (SurveyInvite.cbl);
      *NOTIFY-REF-ID is the invitation, quoted as the survey
      *reference.
      *A PROGUPDATE event is the weekly progression update to a
      *buyer or seller (ProgressionUpdate.cbl); NOTIFY-REF-ID is the
      *entry on the update register, whose one-line summary goes in
      *the message - and in templates through a <PROGRESS> marker.
      *The repair notices to a tenant - REPAIRACK when a report from
      *the website form is logged (RepairRequestImport.cbl),
      *REPAIRASG when a contractor is put on the job and REPAIRDONE
      *when it is completed (MaintenanceJobs.cbl) - are worded from
      *the job NOTIFY-REF-ID points at, and go to the tenant who
      *reported it (MAINT-TENANT-ID), else the lead tenant; the job
      *reference and description go in templates through a <JOB>
      *marker.
      *Each notice to a buyer, seller or (for the rent chasers and
      *repair notices) the tenant goes by the addressee's preferred
      *channel - email onto NOTIFYEML, text message onto NOTIFYSMS, or a
      *letter with their address onto LETTERS - where the record
      *holds the email address or phone number it needs and
      *electronic contact has not been refused; otherwise email,
      *then text, then post. A contact who has refused electronic
      *contact is written to rather than dropped; only do-not-
      *contact, or electronic and postal consent both refused,
      *suppresses the notice. Staff notices (reminders, alerts,
      *worklist prompts) stay on NOTIFYOUT.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. NotifyDispatch.
       copy "propertyfile.cpy".
       copy "templatefile.cpy".
       copy "auditfile.cpy".
       copy "meterfile.cpy".
       copy "batchalertfile.cpy".
       copy "rgiclaimfile.cpy".
       copy "rgipolicyfile.cpy".
       copy "progupdfile.cpy".
       copy "tenantfile.cpy".
       copy "maintjobfile.cpy".
       copy "contractorfile.cpy".

           select optional notify-out-file assign to
               ws-notify-out-name
               organization is line sequential.

           select optional email-out-file assign to
               ws-email-out-name
               organization is line sequential.

           select optional sms-out-file assign to
               ws-sms-out-name
               organization is line sequential.

           select optional letter-out-file assign to
               ws-letter-out-name
               organization is line sequential.

       copy "spoolfile.cpy".

       data division.
       copy "propertyrecord.cpy".
       copy "templaterecord.cpy".
       copy "auditrecord.cpy".
       copy "meterrecord.cpy".
       copy "batchalertrecord.cpy".
       copy "rgiclaimrecord.cpy".
       copy "rgipolicyrecord.cpy".
       copy "progupdrecord.cpy".
       copy "tenantrecord.cpy".
       copy "maintjobrecord.cpy".
       copy "contractorrecord.cpy".

       FD notify-out-file.
       01 notify-out-line pic x(200).

       FD email-out-file.
       01 email-out-line.
         03 email-out-address pic x(50).
         03 filler pic x.
         03 email-out-message pic x(200).

       FD sms-out-file.
       01 sms-out-line.
         03 sms-out-phone pic x(11).
         03 filler pic x.
         03 sms-out-message pic x(200).

       FD letter-out-file.
       01 letter-out-line pic x(100).

       copy "spoolrecord.cpy".

       working-storage section.
       copy "ws-spool.cpy".
       copy "ws-buyertouch.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-letterhead.cpy".

       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-continue pic x value spaces.

       01 ws-notify-out-name pic x(20) value spaces.
       01 ws-out-date-stamp pic x(8) value spaces.
       01 ws-letter-out-name pic x(20) value spaces.
       01 ws-letter-count pic 9(6) value 0.
       01 ws-email-out-name pic x(20) value spaces.
       01 ws-email-count pic 9(6) value 0.
       01 ws-sms-out-name pic x(20) value spaces.
       01 ws-sms-count pic 9(6) value 0.
       01 ws-staff-count pic 9(6) value 0.
       01 ws-prop-branch-id pic 99 value 0.
       01 ws-lhead-idx pic 9 value 0 comp.
       01 ws-message-hold pic x(200) value spaces.

       01 ws-sent-count pic 9(6) value 0.
       01 ws-failed-count pic 9(6) value 0.
       01 ws-suppressed-count pic 9(6) value 0.
       01 ws-consent-blocked pic 9 value 0 comp.

       01 ws-contact-kind pic x value space.
       01 ws-contact-name pic x(20) value spaces.
       01 ws-contact-phone pic x(11) value spaces.
       01 ws-contact-email pic x(50) value spaces.
       01 ws-contact-channel pic x value space.
       01 ws-contact-elec pic x value space.
       01 ws-contact-post pic x value space.
       01 ws-contact-al1 pic x(25) value spaces.
       01 ws-contact-al2 pic x(25) value spaces.
       01 ws-contact-al3 pic x(25) value spaces.
       01 ws-contact-al4 pic x(25) value spaces.
       01 ws-contact-postcode pic x(7) value spaces.
       01 ws-contact-tenant-id pic 9(6) value 0.
       01 ws-route-channel pic x value space.
       01 ws-email-usable pic 9 value 0 comp.
       01 ws-sms-usable pic 9 value 0 comp.

       01 ws-resolve-failed pic 9 value 0 comp.
       01 ws-buyer-name pic x(20) value spaces.
       01 ws-buyer-phone pic x(11) value spaces.
       01 ws-user-name pic x(10) value spaces.
       01 ws-prop-address pic x(33) value spaces.
       01 ws-prop-price pic zzz,zz9.99.
       01 ws-occ-tenants pic x(80) value spaces.
       01 ws-occ-date pic x(10) value spaces.
       01 ws-occ-read-date pic x(10) value spaces.
       01 ws-occ-readings pic x(60) value spaces.
       01 ws-report-job pic x(20) value spaces.
       01 ws-report-dataset pic x(20) value spaces.
       01 ws-alert-run-date pic 9(8) value 0.
       01 ws-alert-step pic x(24) value spaces.
       01 ws-alert-what pic x(60) value spaces.
       01 ws-alert-secs pic z(5)9.
       01 ws-alert-avg pic z(5)9.
       01 ws-rgi-insurer pic x(25) value spaces.
       01 ws-rgi-policy-no pic x(18) value spaces.
       01 ws-rgi-notify-by pic x(10) value spaces.
       01 ws-prog-summary pic x(120) value spaces.
       01 ws-occ-ptr pic 9(3) value 0 comp.
       01 ws-meter-disp pic z(6)9.
       01 ws-repair-tenant-id pic 9(6) value 0.
       01 ws-repair-desc pic x(40) value spaces.
       01 ws-repair-contractor pic x(20) value spaces.
       01 ws-repair-done-date pic x(10) value spaces.
       01 ws-repair-job-text pic x(50) value spaces.

       01 ws-have-template pic 9 value 0 comp.
       01 ws-addressee-name pic x(20) value spaces.
           move function current-date(1:8) to ws-out-date-stamp
           string "NOTIFYOUT.", ws-out-date-stamp
             into ws-notify-out-name
           string "LETTERS.", ws-out-date-stamp
             into ws-letter-out-name
           string "NOTIFYEML.", ws-out-date-stamp
             into ws-email-out-name
           string "NOTIFYSMS.", ws-out-date-stamp
             into ws-sms-out-name

           perform PARA-100-DISPATCH-QUEUE

           display "-----------------------------------------------"
           display ws-sent-count " message(s) dispatched."
           display ws-email-count " by email to " ws-email-out-name
           display ws-sms-count " by text message to "
             ws-sms-out-name
           display ws-staff-count " staff notice(s) to "
             ws-notify-out-name
           display ws-failed-count " message(s) failed - will retry"
             " next run."
           display ws-suppressed-count " suppressed for consent."
           display ws-letter-count " letter(s) written to "
             ws-letter-out-name
           display "-----------------------------------------------"
           display " "
           display "Press ENTER to return to the menu."
           move 0 to ws-sent-count
           move 0 to ws-failed-count
           move 0 to ws-suppressed-count
           move 0 to ws-letter-count
           move 0 to ws-email-count
           move 0 to ws-sms-count
           move 0 to ws-staff-count

           open i-o notify-queue-file
           open extend notify-out-file
           open extend letter-out-file
           open extend email-out-file
           open extend sms-out-file

           perform until ws-end-of-file = 1
               read notify-queue-file next record
                               add 1 to ws-suppressed-count
                           else
                           if ws-resolve-failed = 0
                               perform PARA-260-RESOLVE-CONTACT
                               perform PARA-270-CHOOSE-CHANNEL
                               perform PARA-300-FORMAT-MESSAGE
                               move "S" to NOTIFY-STATUS
                               add 1 to NOTIFY-ATTEMPTS
           end-perform

           close notify-queue-file
           close notify-out-file
           close letter-out-file
           close email-out-file
           close sms-out-file

           move "NOTIFY DISPATCH" to WS-SPOOL-JOB
           move ws-notify-out-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           if ws-letter-count > 0
               move "NOTIFY LETTERS" to WS-SPOOL-JOB
               move ws-letter-out-name to WS-SPOOL-DATASET
               perform Register-Spool-Output
           end-if

           if ws-email-count > 0
               move "NOTIFY EMAIL" to WS-SPOOL-JOB
               move ws-email-out-name to WS-SPOOL-DATASET
               perform Register-Spool-Output
           end-if

           if ws-sms-count > 0
               move "NOTIFY SMS" to WS-SPOOL-JOB
               move ws-sms-out-name to WS-SPOOL-DATASET
               perform Register-Spool-Output
           end-if.

      *----------------------------------------------------------
      * Pulls the names and contact details each event refers to.
           move spaces to ws-user-name
           move spaces to ws-prop-address
           move 0 to ws-prop-price
           move 0 to ws-prop-branch-id
           move 0 to ws-repair-tenant-id

           if NOTIFY-BUYER-ID not = 0
               open input buyer-file
                         ws-prop-address
                       move PROPERTY-ASKING of PROPERTY-RECORD to
                         ws-prop-price
                       move PROPERTY-BRANCH-ID of PROPERTY-RECORD to
                         ws-prop-branch-id
               end-read
               close property-file
           end-if

           if NOTIFY-EVENT-TYPE = "OCCUPYIN" or
             NOTIFY-EVENT-TYPE = "OCCUPYOUT"
               perform PARA-210-RESOLVE-METER-READING
           end-if

           if NOTIFY-EVENT-TYPE = "REPORT"
               perform PARA-220-RESOLVE-SPOOL-ENTRY
           end-if

           if NOTIFY-EVENT-TYPE = "BATCHALERT"
               perform PARA-230-RESOLVE-BATCH-ALERT
           end-if

           if NOTIFY-EVENT-TYPE = "RGICLAIM"
               perform PARA-240-RESOLVE-RGI-CLAIM
           end-if

           if NOTIFY-EVENT-TYPE = "PROGUPDATE"
               perform PARA-245-RESOLVE-PROG-UPDATE
           end-if

           if NOTIFY-EVENT-TYPE(1:6) = "REPAIR"
               perform PARA-247-RESOLVE-REPAIR-JOB
           end-if.

      *----------------------------------------------------------
      * A change-of-occupier notice is nothing without its meter
      * reading: a missing reference or record is a resolution
      * failure like any other. Meters read as zero were not read
      * and say so on the notice.
      *----------------------------------------------------------
       PARA-210-RESOLVE-METER-READING.

           move spaces to ws-occ-tenants
           move spaces to ws-occ-date
           move spaces to ws-occ-read-date
           move spaces to ws-occ-readings

           if NOTIFY-REF-ID = 0
               move 1 to ws-resolve-failed
           else
               open input meter-file
               move NOTIFY-REF-ID to MTR-ID
               read meter-file
                   invalid key
                       move 1 to ws-resolve-failed
                   not invalid key
                       move MTR-TENANT-NAMES to ws-occ-tenants
                       string MTR-OCCUPIER-DAY, "/",
                         MTR-OCCUPIER-MONTH, "/", MTR-OCCUPIER-YEAR
                         into ws-occ-date
                       string MTR-READ-DAY, "/", MTR-READ-MONTH, "/",
                         MTR-READ-YEAR into ws-occ-read-date
                       perform PARA-215-FORMAT-READINGS
               end-read
               close meter-file
           end-if.

       PARA-215-FORMAT-READINGS.

           move 1 to ws-occ-ptr

           string "GAS " delimited by size into ws-occ-readings
             with pointer ws-occ-ptr
           if MTR-GAS = 0
               string "NOT READ" delimited by size into
                 ws-occ-readings with pointer ws-occ-ptr
           else
               move MTR-GAS to ws-meter-disp
               string function trim(ws-meter-disp) delimited by size
                 into ws-occ-readings with pointer ws-occ-ptr
           end-if

           string " ELEC " delimited by size into ws-occ-readings
             with pointer ws-occ-ptr
           if MTR-ELEC = 0
               string "NOT READ" delimited by size into
                 ws-occ-readings with pointer ws-occ-ptr
           else
               move MTR-ELEC to ws-meter-disp
               string function trim(ws-meter-disp) delimited by size
                 into ws-occ-readings with pointer ws-occ-ptr
           end-if

           string " WATER " delimited by size into ws-occ-readings
             with pointer ws-occ-ptr
           if MTR-WATER = 0
               string "NOT READ" delimited by size into
                 ws-occ-readings with pointer ws-occ-ptr
           else
               move MTR-WATER to ws-meter-disp
               string function trim(ws-meter-disp) delimited by size
                 into ws-occ-readings with pointer ws-occ-ptr
           end-if.

      *----------------------------------------------------------
      * A report notice names the report; a spool entry since
      * purged from the catalogue cannot be worded and fails.
      *----------------------------------------------------------
       PARA-220-RESOLVE-SPOOL-ENTRY.

           move spaces to ws-report-job
           move spaces to ws-report-dataset

           open input spool-file
           move NOTIFY-REF-ID to SPOOL-ID
           read spool-file
               invalid key
                   move 1 to ws-resolve-failed
               not invalid key
                   move SPOOL-JOB to ws-report-job
                   move SPOOL-DATASET to ws-report-dataset
           end-read
           close spool-file.

      *----------------------------------------------------------
      * A batch alert is worded from its register entry: the run
      * date, the step and what went wrong with it.
      *----------------------------------------------------------
       PARA-230-RESOLVE-BATCH-ALERT.

           move 0 to ws-alert-run-date
           move spaces to ws-alert-step
           move spaces to ws-alert-what

           open input batch-alert-file
           move NOTIFY-REF-ID to BALERT-ID
           read batch-alert-file
               invalid key
                   move 1 to ws-resolve-failed
               not invalid key
                   move BALERT-RUN-DATE to ws-alert-run-date
                   string BALERT-STEP-NO, " ",
                     function trim(BALERT-STEP-NAME)
                     delimited by size into ws-alert-step
                   evaluate BALERT-TYPE
                       when "R"
                           move "IS STILL RUNNING - IT DIED MID-FLIGHT"
                             to ws-alert-what
                       when "S"
                           move BALERT-ELAPSED to ws-alert-secs
                           move BALERT-AVERAGE to ws-alert-avg
                           string "RAN ", function trim(ws-alert-secs),
                             " SECONDS AGAINST AN AVERAGE OF ",
                             function trim(ws-alert-avg)
                             delimited by size into ws-alert-what
                       when "M"
                           move "NEVER STARTED" to ws-alert-what
                       when other
                           string "ENDED ", BALERT-RESULT
                             delimited by size into ws-alert-what
                   end-evaluate
           end-read
           close batch-alert-file.

      *----------------------------------------------------------
      * A rent guarantee prompt names the insurer, the policy and
      * the last day to tell them, from the claim and its policy.
      *----------------------------------------------------------
       PARA-240-RESOLVE-RGI-CLAIM.

           move spaces to ws-rgi-insurer
           move spaces to ws-rgi-policy-no
           move spaces to ws-rgi-notify-by

           open input rgi-claim-file
           move NOTIFY-REF-ID to CLM-ID
           read rgi-claim-file
               invalid key
                   move 1 to ws-resolve-failed
               not invalid key
                   string CLM-NOTIFY-BY(7:2), "/", CLM-NOTIFY-BY(5:2),
                     "/", CLM-NOTIFY-BY(1:4) delimited by size into
                     ws-rgi-notify-by
           end-read
           close rgi-claim-file

           if ws-resolve-failed = 0
               open input rgi-policy-file
               move CLM-POLICY-ID to RGI-ID
               read rgi-policy-file
                   invalid key
                       move 1 to ws-resolve-failed
                   not invalid key
                       move RGI-INSURER to ws-rgi-insurer
                       move RGI-POLICY-NO to ws-rgi-policy-no
               end-read
               close rgi-policy-file
           end-if.

      *----------------------------------------------------------
      * A progression update is worded from the summary the weekly
      * run put on the register.
      *----------------------------------------------------------
       PARA-245-RESOLVE-PROG-UPDATE.

           move spaces to ws-prog-summary

           open input prog-upd-file
           move NOTIFY-REF-ID to PU-ID
           read prog-upd-file
               invalid key
                   move 1 to ws-resolve-failed
               not invalid key
                   move PU-SUMMARY to ws-prog-summary
           end-read
           close prog-upd-file.

      *----------------------------------------------------------
      * A repair notice is worded from its job: what was reported,
      * who has it and when it was finished. A job gone from the
      * file is a resolution failure.
      *----------------------------------------------------------
       PARA-247-RESOLVE-REPAIR-JOB.

           move spaces to ws-repair-desc
           move spaces to ws-repair-contractor
           move spaces to ws-repair-done-date
           move spaces to ws-repair-job-text

           open input maint-job-file
           move NOTIFY-REF-ID to MAINT-ID
           read maint-job-file
               invalid key
                   move 1 to ws-resolve-failed
               not invalid key
                   move MAINT-TENANT-ID to ws-repair-tenant-id
                   move MAINT-DESC to ws-repair-desc
                   string MAINT-ID, " ", MAINT-DESC delimited by size
                     into ws-repair-job-text
                   if MAINT-COMPLETED-YEAR not = 0
                       string MAINT-COMPLETED-DAY, "/",
                         MAINT-COMPLETED-MONTH, "/",
                         MAINT-COMPLETED-YEAR delimited by size
                         into ws-repair-done-date
                   end-if
           end-read
           close maint-job-file

           if ws-resolve-failed = 0 and MAINT-CONTRACTOR-ID not = 0
               open input contractor-file
               move MAINT-CONTRACTOR-ID to CONTRACTOR-ID
               read contractor-file
                   invalid key
                       continue
                   not invalid key
                       move CONTRACTOR-NAME to ws-repair-contractor
               end-read
               close contractor-file
           end-if.

      *----------------------------------------------------------
      * A do-not-contact flag, or electronic and postal consent
      * both withdrawn, stops the message here, whatever queued
      * it: the event is stamped D (suppressed) rather than sent,
      * and the suppression goes to the audit trail. Electronic
      * consent alone withdrawn sends it by post instead.
      *----------------------------------------------------------
       PARA-250-CHECK-CONSENT.

                       continue
                   not invalid key
                       if BUYER-DO-NOT-CONTACT = "Y" or
                         (BUYER-CONSENT-ELEC = "N" and
                         BUYER-CONSENT-POST = "N")
                           move 1 to ws-consent-blocked
                       end-if
               end-read
                       continue
                   not invalid key
                       if SELLER-DO-NOT-CONTACT = "Y" or
                         (SELLER-CONSENT-ELEC = "N" and
                         SELLER-CONSENT-POST = "N")
                           move 1 to ws-consent-blocked
                       end-if
               end-read
               perform Write-Audit-Log
           end-if.

      *----------------------------------------------------------
      * Who the notice is for outside the office, and how to reach
      * them. Staff notices have no outside addressee. The rent
      * chasers are queued against the property alone and go to
      * its tenant, as do the repair notices - to the tenant who
      * reported the job where the job says; a match or
      * second-chance notice goes to the buyer; otherwise the
      * seller when one is named, else the buyer.
      *----------------------------------------------------------
       PARA-260-RESOLVE-CONTACT.

           move space to ws-contact-kind
           move spaces to ws-contact-name
           move spaces to ws-contact-phone
           move spaces to ws-contact-email
           move space to ws-contact-channel
           move space to ws-contact-elec
           move space to ws-contact-post
           move spaces to ws-contact-al1
           move spaces to ws-contact-al2
           move spaces to ws-contact-al3
           move spaces to ws-contact-al4
           move spaces to ws-contact-postcode

           evaluate true
               when NOTIFY-EVENT-TYPE = "REMINDER" or
                 NOTIFY-EVENT-TYPE = "DEPPROT" or
                 NOTIFY-EVENT-TYPE = "RTRCHECK" or
                 NOTIFY-EVENT-TYPE = "OCCUPYIN" or
                 NOTIFY-EVENT-TYPE = "OCCUPYOUT" or
                 NOTIFY-EVENT-TYPE = "REPORT" or
                 NOTIFY-EVENT-TYPE = "BATCHALERT" or
                 NOTIFY-EVENT-TYPE = "BATCHRUN" or
                 NOTIFY-EVENT-TYPE = "RGICLAIM" or
                 NOTIFY-EVENT-TYPE = "INSEXP" or
                 NOTIFY-EVENT-TYPE = "KEYSOUT"
                   continue
               when NOTIFY-EVENT-TYPE(1:9) = "RENTCHASE" or
                 NOTIFY-EVENT-TYPE(1:6) = "REPAIR"
                   perform PARA-262-CONTACT-TENANT
               when (NOTIFY-EVENT-TYPE = "MATCH" or
                 NOTIFY-EVENT-TYPE = "2NDCHANCE") and
                 NOTIFY-BUYER-ID not = 0
                   perform PARA-266-CONTACT-BUYER
               when NOTIFY-SELLER-ID not = 0
                   perform PARA-264-CONTACT-SELLER
               when NOTIFY-BUYER-ID not = 0
                   perform PARA-266-CONTACT-BUYER
           end-evaluate.

       PARA-262-CONTACT-TENANT.

           move ws-repair-tenant-id to ws-contact-tenant-id
           if ws-contact-tenant-id = 0 and NOTIFY-PROPERTY-ID not = 0
               open input property-file
               perform Check-Property-Open
               move NOTIFY-PROPERTY-ID to
                 property-id of PROPERTY-RECORD
               read property-file
                   invalid key
                       continue
                   not invalid key
                       move PROPERTY-TENANT-ID of PROPERTY-RECORD to
                         ws-contact-tenant-id
               end-read
               close property-file
           end-if

           if ws-contact-tenant-id not = 0
               open input tenant-file
               move ws-contact-tenant-id to TENANT-ID
               read tenant-file
                   invalid key
                       continue
                   not invalid key
                       move "T" to ws-contact-kind
                       move TENANT-NAME to ws-contact-name
                       move TENANT-PHONE to ws-contact-phone
                       move TENANT-EMAIL to ws-contact-email
                       move TENANT-PREF-CHANNEL to ws-contact-channel
                       move TENANT-AL1 to ws-contact-al1
                       move TENANT-AL2 to ws-contact-al2
                       move TENANT-AL3 to ws-contact-al3
                       move TENANT-AL4 to ws-contact-al4
                       move TENANT-POSTCODE to ws-contact-postcode
               end-read
               close tenant-file
           end-if.

       PARA-264-CONTACT-SELLER.

           open input seller-file
           perform Check-Seller-Open
           move NOTIFY-SELLER-ID to SELLER-ID of SELLER-RECORD
           read seller-file
               invalid key
                   continue
               not invalid key
                   move "S" to ws-contact-kind
                   move SELLER-NAME to ws-contact-name
                   move SELLER-PHONE to ws-contact-phone
                   move SELLER-EMAIL to ws-contact-email
                   move SELLER-PREF-CHANNEL to ws-contact-channel
                   move SELLER-CONSENT-ELEC to ws-contact-elec
                   move SELLER-CONSENT-POST to ws-contact-post
                   move SELLER-AL1 to ws-contact-al1
                   move SELLER-AL2 to ws-contact-al2
                   move SELLER-AL3 to ws-contact-al3
                   move SELLER-AL4 to ws-contact-al4
                   move SELLER-POSTCODE to ws-contact-postcode
           end-read
           close seller-file.

       PARA-266-CONTACT-BUYER.

           open input buyer-file
           perform Check-Buyer-Open
           move NOTIFY-BUYER-ID to BUYER-ID of BUYER-RECORD
           read buyer-file
               invalid key
                   continue
               not invalid key
                   move "B" to ws-contact-kind
                   move BUYER-NAME to ws-contact-name
                   move BUYER-PHONE to ws-contact-phone
                   move BUYER-EMAIL to ws-contact-email
                   move BUYER-PREF-CHANNEL to ws-contact-channel
                   move BUYER-CONSENT-ELEC to ws-contact-elec
                   move BUYER-CONSENT-POST to ws-contact-post
                   move BUYER-AL1 to ws-contact-al1
                   move BUYER-AL2 to ws-contact-al2
                   move BUYER-AL3 to ws-contact-al3
                   move BUYER-AL4 to ws-contact-al4
                   move BUYER-POSTCODE to ws-contact-postcode
           end-read
           close buyer-file.

      *----------------------------------------------------------
      * The channel: the contact's preference when the record
      * holds what it needs - an email address, or a phone number
      * for a text - and electronic contact has not been refused;
      * otherwise email, then text, then post. A notice with no
      * outside addressee (I) stays on the staff file.
      *----------------------------------------------------------
       PARA-270-CHOOSE-CHANNEL.

           move 0 to ws-email-usable
           move 0 to ws-sms-usable

           if ws-contact-kind = space
               move "I" to ws-route-channel
           else
               if ws-contact-elec not = "N"
                   if ws-contact-email not = spaces
                       move 1 to ws-email-usable
                   end-if
                   if ws-contact-phone not = spaces
                       move 1 to ws-sms-usable
                   end-if
               end-if

               evaluate true
                   when ws-contact-channel = "E" and
                     ws-email-usable = 1
                       move "E" to ws-route-channel
                   when ws-contact-channel = "S" and
                     ws-sms-usable = 1
                       move "S" to ws-route-channel
                   when ws-contact-channel = "P" and
                     ws-contact-post not = "N"
                       move "P" to ws-route-channel
                   when ws-email-usable = 1
                       move "E" to ws-route-channel
                   when ws-sms-usable = 1
                       move "S" to ws-route-channel
                   when other
                       move "P" to ws-route-channel
               end-evaluate
           end-if.

      *----------------------------------------------------------
      * One formatted line per event. A template on MSGTMPL for
      * the event type takes precedence, with <NAME>, <ADDRESS>
      * and <PRICE> substituted; an event type never worded on the
      * template screen falls back to the stock wording below. The
      * line then goes out by the channel chosen for it; a chasing
      * notice always goes by post as well.
      *----------------------------------------------------------
       PARA-300-FORMAT-MESSAGE.

           move spaces to notify-out-line

           perform PARA-350-TRY-TEMPLATE
           if ws-have-template = 0
               perform PARA-360-STOCK-WORDING
           end-if
           move notify-out-line to ws-message-hold

           perform PARA-370-WRITE-BY-CHANNEL

           if (NOTIFY-EVENT-TYPE(1:9) = "RENTCHASE" or
             NOTIFY-EVENT-TYPE(1:8) = "INVCHASE") and
             ws-route-channel not = "P"
               perform PARA-400-WRITE-LETTER
           end-if.

       PARA-350-TRY-TEMPLATE.
           if ws-have-template = 1
               if NOTIFY-EVENT-TYPE = "REMINDER"
                   move ws-user-name to ws-addressee-name
               else
               if NOTIFY-EVENT-TYPE = "OCCUPYIN" or
                 NOTIFY-EVENT-TYPE = "OCCUPYOUT"
                   move ws-occ-tenants to ws-addressee-name
               else
               if ws-contact-kind not = space
                   move ws-contact-name to ws-addressee-name
               else
                   if NOTIFY-SELLER-ID not = 0
                       move ws-seller-name to ws-addressee-name
                       move ws-buyer-name to ws-addressee-name
                   end-if
               end-if
               end-if
               end-if
               perform PARA-355-SUBSTITUTE-MARKERS
           end-if.

                         delimited by size into notify-out-line
                         with pointer ws-o-ptr
                       add 7 to ws-t-idx
                   when ws-t-idx <= 142 and
                     TEMPLATE-TEXT(ws-t-idx:9) = "<TENANTS>"
                       string function trim(ws-occ-tenants)
                         delimited by size into notify-out-line
                         with pointer ws-o-ptr
                       add 9 to ws-t-idx
                   when ws-t-idx <= 145 and
                     TEMPLATE-TEXT(ws-t-idx:6) = "<DATE>"
                       string ws-occ-date
                         delimited by size into notify-out-line
                         with pointer ws-o-ptr
                       add 6 to ws-t-idx
                   when ws-t-idx <= 141 and
                     TEMPLATE-TEXT(ws-t-idx:10) = "<READINGS>"
                       string function trim(ws-occ-readings)
                         delimited by size into notify-out-line
                         with pointer ws-o-ptr
                       add 10 to ws-t-idx
                   when ws-t-idx <= 141 and
                     TEMPLATE-TEXT(ws-t-idx:10) = "<PROGRESS>"
                       string function trim(ws-prog-summary)
                         delimited by size into notify-out-line
                         with pointer ws-o-ptr
                       add 10 to ws-t-idx
                   when ws-t-idx <= 146 and
                     TEMPLATE-TEXT(ws-t-idx:5) = "<JOB>"
                       string function trim(ws-repair-job-text)
                         delimited by size into notify-out-line
                         with pointer ws-o-ptr
                       add 5 to ws-t-idx
                   when other
                       string TEMPLATE-TEXT(ws-t-idx:1)
                         delimited by size into notify-out-line
                   string "LETTINGS: RIGHT-TO-RENT RE-CHECK DUE AT ",
                     ws-prop-address, ". SEE THE RTRWORK WORKLIST."
                     into notify-out-line
               when "OCCUPYIN"
                   string "CHANGE OF OCCUPIER - ",
                     "SUPPLIERS/COUNCIL TAX: ",
                     function trim(ws-prop-address), " OCCUPIED FROM ",
                     ws-occ-date, " BY ", function trim(ws-occ-tenants),
                     ". OPENING READINGS ",
                     function trim(ws-occ-readings), " READ ",
                     ws-occ-read-date, "."
                     delimited by size into notify-out-line
               when "OCCUPYOUT"
                   string "CHANGE OF OCCUPIER - ",
                     "SUPPLIERS/COUNCIL TAX: ",
                     function trim(ws-occ-tenants), " VACATED ",
                     function trim(ws-prop-address), " ON ",
                     ws-occ-date, ". CLOSING READINGS ",
                     function trim(ws-occ-readings), " READ ",
                     ws-occ-read-date, "."
                     delimited by size into notify-out-line
               when "REPORT"
                   string "TO ", function trim(ws-user-name),
                     ": YOUR ", function trim(ws-report-job),
                     " REPORT (", function trim(ws-report-dataset),
                     ") IS READY UNDER REPORTS FOR YOU."
                     delimited by size into notify-out-line
               when "BATCHALERT"
                   string "TO ", function trim(ws-user-name),
                     " ON CALL: BATCH RUN ", ws-alert-run-date,
                     " STEP ", function trim(ws-alert-step), " ",
                     function trim(ws-alert-what),
                     ". SEE THE BATCH WATCH BEFORE THE MORNING."
                     delimited by size into notify-out-line
               when "RGICLAIM"
                   string "LETTINGS: RENT ARREARS AT ",
                     function trim(ws-prop-address), " - NOTIFY ",
                     function trim(ws-rgi-insurer), " UNDER RENT",
                     " GUARANTEE POLICY ",
                     function trim(ws-rgi-policy-no), " BY ",
                     ws-rgi-notify-by,
                     ". SEE THE RENTWORK WORKLIST."
                     delimited by size into notify-out-line
               when "SURVEY"
                   if NOTIFY-SELLER-ID not = 0
                       move ws-seller-name to ws-addressee-name
                   else
                       move ws-buyer-name to ws-addressee-name
                   end-if
                   string "TO ", function trim(ws-addressee-name),
                     ": THANK YOU FOR CHOOSING EAST FOR ",
                     function trim(ws-prop-address),
                     ". PLEASE TELL US HOW WE DID - A SCORE OUT OF",
                     " 10 AND ANY COMMENTS, QUOTING SURVEY REF ",
                     NOTIFY-REF-ID, "."
                     delimited by size into notify-out-line
               when "PROGUPDATE"
                   if NOTIFY-SELLER-ID not = 0
                       move ws-seller-name to ws-addressee-name
                   else
                       move ws-buyer-name to ws-addressee-name
                   end-if
                   string "TO ", function trim(ws-addressee-name),
                     ": THIS WEEK ON ",
                     function trim(ws-prop-address), " - ",
                     function trim(ws-prog-summary),
                     ". YOUR PROGRESSOR WILL RING IF ANYTHING CHANGES."
                     delimited by size into notify-out-line
               when "REPAIRACK"
                   string "TO ", function trim(ws-contact-name),
                     ": THANK YOU - YOUR REPAIR REPORT FOR ",
                     function trim(ws-prop-address), " (",
                     function trim(ws-repair-desc),
                     ") IS LOGGED AS JOB ", NOTIFY-REF-ID,
                     ". WE WILL BE IN TOUCH TO ARRANGE THE WORK."
                     delimited by size into notify-out-line
               when "REPAIRASG"
                   string "TO ", function trim(ws-contact-name),
                     ": JOB ", NOTIFY-REF-ID, " AT ",
                     function trim(ws-prop-address), " (",
                     function trim(ws-repair-desc), ") IS WITH ",
                     function trim(ws-repair-contractor),
                     ", WHO WILL CONTACT YOU TO ARRANGE ACCESS."
                     delimited by size into notify-out-line
               when "REPAIRDONE"
                   string "TO ", function trim(ws-contact-name),
                     ": JOB ", NOTIFY-REF-ID, " AT ",
                     function trim(ws-prop-address), " (",
                     function trim(ws-repair-desc),
                     ") WAS COMPLETED ", ws-repair-done-date,
                     ". PLEASE TELL US IF THE PROBLEM COMES BACK."
                     delimited by size into notify-out-line
               when "INSEXP"
                   string "MAINTENANCE: CONTRACTOR INSURANCE",
                     " EXPIRING. SEE TODAY'S INSWORK WORKLIST."
                     ws-prop-address, " BUYER ", ws-buyer-name,
                     " SELLER ", ws-seller-name
                     into notify-out-line
           end-evaluate.

       PARA-370-WRITE-BY-CHANNEL.

           evaluate ws-route-channel
               when "E"
                   move spaces to email-out-line
                   move ws-contact-email to email-out-address
                   move ws-message-hold to email-out-message
                   write email-out-line
                   add 1 to ws-email-count
               when "S"
                   move spaces to sms-out-line
                   move ws-contact-phone to sms-out-phone
                   move ws-message-hold to sms-out-message
                   write sms-out-line
                   add 1 to ws-sms-count
               when "P"
                   perform PARA-400-WRITE-LETTER
               when other
                   write notify-out-line
                   add 1 to ws-staff-count
           end-evaluate.

      *----------------------------------------------------------
      * The postal copy of a message: letterhead, date, addressee
      * and their address where known, the message as worded for
      * the gateway, footer.
      *----------------------------------------------------------
       PARA-400-WRITE-LETTER.

           move ws-prop-branch-id to WS-LHEAD-BRANCH-ID
           call "LetterheadLines" using WS-LHEAD

           move all "=" to letter-out-line
           write letter-out-line
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-HEAD-COUNT
               move WS-LHEAD-HEAD-LINE(ws-lhead-idx) to
                 letter-out-line
               write letter-out-line
           end-perform
           move all "-" to letter-out-line
           write letter-out-line

           move spaces to letter-out-line
           string "DATED ", ws-out-date-stamp(7:2), "/",
             ws-out-date-stamp(5:2), "/", ws-out-date-stamp(1:4),
             "          OUR REF ", NOTIFY-EVENT-TYPE, " ",
             NOTIFY-PROPERTY-ID into letter-out-line
           write letter-out-line
           move spaces to letter-out-line
           if ws-contact-kind not = space
               string "  ", ws-contact-name into letter-out-line
           else
           if NOTIFY-SELLER-ID not = 0
               string "  ", ws-seller-name into letter-out-line
           else
               string "  ", ws-buyer-name into letter-out-line
           end-if
           end-if
           write letter-out-line
           if ws-contact-kind not = space
               perform PARA-410-ADDRESS-LINES
           end-if
           move spaces to letter-out-line
           string "RE: ", ws-prop-address into letter-out-line
           write letter-out-line
           move spaces to letter-out-line
           write letter-out-line

           move ws-message-hold(1:100) to letter-out-line
           write letter-out-line
           if ws-message-hold(101:100) not = spaces
               move ws-message-hold(101:100) to letter-out-line
               write letter-out-line
           end-if

           if WS-LHEAD-FOOT-COUNT > 0
               move all "-" to letter-out-line
               write letter-out-line
           end-if
           perform varying ws-lhead-idx from 1 by 1
             until ws-lhead-idx > WS-LHEAD-FOOT-COUNT
               move WS-LHEAD-FOOT-LINE(ws-lhead-idx) to
                 letter-out-line
               write letter-out-line
           end-perform
           move all "=" to letter-out-line
           write letter-out-line

           add 1 to ws-letter-count.

       PARA-410-ADDRESS-LINES.

           if ws-contact-al1 not = spaces
               move spaces to letter-out-line
               string "  ", ws-contact-al1 into letter-out-line
               write letter-out-line
           end-if
           if ws-contact-al2 not = spaces
               move spaces to letter-out-line
               string "  ", ws-contact-al2 into letter-out-line
               write letter-out-line
           end-if
           if ws-contact-al3 not = spaces
               move spaces to letter-out-line
               string "  ", ws-contact-al3 into letter-out-line
               write letter-out-line
           end-if
           if ws-contact-al4 not = spaces
               move spaces to letter-out-line
               string "  ", ws-contact-al4 into letter-out-line
               write letter-out-line
           end-if
           if ws-contact-postcode not = spaces
               move spaces to letter-out-line
               string "  ", ws-contact-postcode into letter-out-line
               write letter-out-line
           end-if.

       copy "AuditLogWrite.cpy".

