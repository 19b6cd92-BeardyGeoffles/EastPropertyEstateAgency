      *file name at these copies. Run from a LIVE session - the
      *refresh reads the live files by their real names. Reached
      *from the Office menu; manager or admin only, like the batch
      *console. The sandbox audit twin carries the chain-sequence
      *alternate key and the journal twin the chained entry length.
      *The dated fee rates and the letterheads are copied across
      *with the config.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. TrainingRefresh.
       copy "userfile.cpy".
       copy "seqfile.cpy".
       copy "configfile.cpy".
       copy "feeratefile.cpy".
       copy "letterheadfile.cpy".
       copy "depositfile.cpy".
       copy "invoicefile.cpy".
       copy "accessfile.cpy".
       copy "accreviewfile.cpy".
       copy "absencefile.cpy".
       copy "addrreffile.cpy".
       copy "addrverifyfile.cpy".
       copy "agencyfile.cpy".
       copy "agentpayfile.cpy".
       copy "agrissuefile.cpy".
       copy "amlfile.cpy".
       copy "appointmentfile.cpy".
       copy "appraisalfile.cpy".
       copy "auctionfile.cpy".
       copy "batchalertfile.cpy".
       copy "boardfile.cpy".
       copy "branchfile.cpy".
       copy "bulkmsgfile.cpy".
       copy "buyerarchivefile.cpy".
       copy "calendarfile.cpy".
       copy "campaignfile.cpy".
       copy "chkptfile.cpy".
       copy "commschemefile.cpy".
       copy "complaintfile.cpy".
       copy "contactnotefile.cpy".
       copy "contractorfile.cpy".
       copy "creditnotefile.cpy".
       copy "dayclosefile.cpy".
       copy "depprotfile.cpy".
       copy "distlistfile.cpy".
       copy "dutybandfile.cpy".
       copy "enquiryfile.cpy".
       copy "errlogfile.cpy".
       copy "extcompfile.cpy".
       copy "fallthroughfile.cpy".
       copy "golivefile.cpy".
       copy "holddepfile.cpy".
       copy "inspectionfile.cpy".
       copy "inventoryfile.cpy".
       copy "jointownerfile.cpy".
       copy "keyregfile.cpy".
       copy "kpisnapfile.cpy".
       copy "leaseholdfile.cpy".
       copy "letapplfile.cpy".
       copy "llbankfile.cpy".
       copy "llledgerfile.cpy".
       copy "llpayfile.cpy".
       copy "llremitfile.cpy".
       copy "loginlogfile.cpy".
       copy "maintjobfile.cpy".
       copy "meterfile.cpy".
       copy "devfile.cpy".
       copy "plotfile.cpy".
       copy "nominalfile.cpy".
       copy "noticefile.cpy".
       copy "offerfile.cpy".
       copy "openhousefile.cpy".
       copy "particularsfile.cpy".
       copy "portalstatefile.cpy".
       copy "ppmfile.cpy".
       copy "pricehistfile.cpy".
       copy "progupdfile.cpy".
       copy "propertyarchivefile.cpy".
       copy "propertytypefile.cpy".
       copy "purchinvfile.cpy".
       copy "querydeffile.cpy".
       copy "ratefile.cpy".
       copy "referralfile.cpy".
       copy "rentduefile.cpy".
       copy "rgiclaimfile.cpy".
       copy "rgipolicyfile.cpy".
       copy "rptboxfile.cpy".
       copy "runlogfile.cpy".
       copy "salesprogfile.cpy".
       copy "sanclistfile.cpy".
       copy "sancmatchfile.cpy".
       copy "scblockfile.cpy".
       copy "scbudgetfile.cpy".
       copy "scledgerfile.cpy".
       copy "scunitfile.cpy".
       copy "sealedbidfile.cpy".
       copy "settlementfile.cpy".
       copy "solicitorfile.cpy".
       copy "spoolfile.cpy".
       copy "staffintfile.cpy".
       copy "surveyfile.cpy".
       copy "surveyrespfile.cpy".
       copy "svcagreefile.cpy".
       copy "targetfile.cpy".
       copy "taskfile.cpy".
       copy "templatefile.cpy".
       copy "tenancyhistfile.cpy".
       copy "tenancypartyfile.cpy".
               organization is indexed
               access mode is dynamic
               record key is trn-config-name.
           select trn-feerate-file assign to "TRNFRATE"
               organization is indexed
               access mode is dynamic
               record key is trn-feerate-key.
           select trn-letterhead-file assign to "TRNLHEAD"
               organization is indexed
               access mode is dynamic
               record key is trn-letterhead-branch.
           select trn-deposit-file assign to "TRNDEP"
               organization is indexed
               access mode is dynamic
           select trn-audit-file assign to "TRNAUDIT"
               organization is indexed
               access mode is dynamic
               record key is trn-audit-id
               alternate record key is trn-audit-chain-seq
                   with duplicates.
           select trn-notify-file assign to "TRNNOTIF"
               organization is indexed
               access mode is dynamic
       copy "userrecord.cpy".
       copy "seqrecord.cpy".
       copy "configrecord.cpy".
       copy "feeraterecord.cpy".
       copy "letterheadrecord.cpy".
       copy "depositrecord.cpy".
       copy "invoicerecord.cpy".
       copy "accessrecord.cpy".
       copy "accreviewrecord.cpy".
       copy "absencerecord.cpy".
       copy "addrrefrecord.cpy".
       copy "addrverifyrecord.cpy".
       copy "agencyrecord.cpy".
       copy "agentpayrecord.cpy".
       copy "agrissuerecord.cpy".
       copy "amlrecord.cpy".
       copy "appointmentrecord.cpy".
       copy "appraisalrecord.cpy".
       copy "auctionrecord.cpy".
       copy "batchalertrecord.cpy".
       copy "boardrecord.cpy".
       copy "branchrecord.cpy".
       copy "bulkmsgrecord.cpy".
       copy "buyerarchiverecord.cpy".
       copy "calendarrecord.cpy".
       copy "campaignrecord.cpy".
       copy "chkptrecord.cpy".
       copy "commschemerecord.cpy".
       copy "complaintrecord.cpy".
       copy "contactnoterecord.cpy".
       copy "contractorrecord.cpy".
       copy "creditnoterecord.cpy".
       copy "daycloserecord.cpy".
       copy "depprotrecord.cpy".
       copy "distlistrecord.cpy".
       copy "dutybandrecord.cpy".
       copy "enquiryrecord.cpy".
       copy "errlogrecord.cpy".
       copy "extcomprecord.cpy".
       copy "fallthroughrecord.cpy".
       copy "goliverecord.cpy".
       copy "holddeprecord.cpy".
       copy "inspectionrecord.cpy".
       copy "inventoryrecord.cpy".
       copy "jointownerrecord.cpy".
       copy "keyregrecord.cpy".
       copy "kpisnaprecord.cpy".
       copy "leaseholdrecord.cpy".
       copy "letapplrecord.cpy".
       copy "llbankrecord.cpy".
       copy "llledgerrecord.cpy".
       copy "llpayrecord.cpy".
       copy "llremitrecord.cpy".
       copy "loginlogrecord.cpy".
       copy "maintjobrecord.cpy".
       copy "meterrecord.cpy".
       copy "devrecord.cpy".
       copy "plotrecord.cpy".
       copy "nominalrecord.cpy".
       copy "noticerecord.cpy".
       copy "offerrecord.cpy".
       copy "openhouserecord.cpy".
       copy "particularsrecord.cpy".
       copy "portalstaterecord.cpy".
       copy "ppmrecord.cpy".
       copy "pricehistrecord.cpy".
       copy "progupdrecord.cpy".
       copy "propertyarchiverecord.cpy".
       copy "propertytyperecord.cpy".
       copy "purchinvrecord.cpy".
       copy "querydefrecord.cpy".
       copy "raterecord.cpy".
       copy "referralrecord.cpy".
       copy "rentduerecord.cpy".
       copy "rgiclaimrecord.cpy".
       copy "rgipolicyrecord.cpy".
       copy "rptboxrecord.cpy".
       copy "runlogrecord.cpy".
       copy "salesprogrecord.cpy".
       copy "sanclistrecord.cpy".
       copy "sancmatchrecord.cpy".
       copy "scblockrecord.cpy".
       copy "scbudgetrecord.cpy".
       copy "scledgerrecord.cpy".
       copy "scunitrecord.cpy".
       copy "sealedbidrecord.cpy".
       copy "settlementrecord.cpy".
       copy "solicitorrecord.cpy".
       copy "spoolrecord.cpy".
       copy "staffintrecord.cpy".
       copy "surveyrecord.cpy".
       copy "surveyresprecord.cpy".
       copy "svcagreerecord.cpy".
       copy "targetrecord.cpy".
       copy "taskrecord.cpy".
       copy "templaterecord.cpy".
       copy "tenancyhistrecord.cpy".
       copy "tenancypartyrecord.cpy".
         03 trn-config-name pic x(20).
         03 filler pic x(4).

       FD trn-feerate-file.
       01 trn-feerate-rec.
         03 trn-feerate-key pic x(28).
         03 filler pic x(57).

       FD trn-letterhead-file.
       01 trn-letterhead-rec.
         03 trn-letterhead-branch pic 99.
         03 filler pic x(497).

       FD trn-deposit-file.
       01 trn-deposit-rec.
         03 trn-deposit-id pic 9(6).
       01 trn-audit-rec.
         03 trn-audit-id pic 9(6).
         03 filler pic x(172).
         03 trn-audit-chain-seq pic 9(9).
         03 filler pic x(24).

       FD trn-notify-file.
       01 trn-notify-rec.
         03 filler pic x(53).

       FD trn-journal-file.
       01 trn-journal-rec pic x(575).

       working-storage section.

           perform PARA-500-COPY-USER
           perform PARA-600-COPY-SEQ
           perform PARA-650-COPY-CONFIG
           perform PARA-660-COPY-FEE-RATES
           perform PARA-670-COPY-LETTERHEADS
           perform PARA-700-COPY-DEPOSIT
           perform PARA-750-COPY-INVOICE
           perform PARA-800-FRESH-SIDE-FILES
           close config-file
           close trn-config-file.

       PARA-660-COPY-FEE-RATES.

           move 0 to ws-end-of-file
           open input fee-rate-file
           open output trn-feerate-file
           perform until ws-end-of-file = 1
               read fee-rate-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move FEE-RATE-RECORD to trn-feerate-rec
                       write trn-feerate-rec
           end-perform
           close fee-rate-file
           close trn-feerate-file.

       PARA-670-COPY-LETTERHEADS.

           move 0 to ws-end-of-file
           open input letterhead-file
           open output trn-letterhead-file
           perform until ws-end-of-file = 1
               read letterhead-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       move LETTERHEAD-RECORD to trn-letterhead-rec
                       write trn-letterhead-rec
           end-perform
           close letterhead-file
           close trn-letterhead-file.

       PARA-700-COPY-DEPOSIT.

           move 0 to ws-end-of-file
           perform PARA-855-POINT-ALL-SANDBOX

           open output
             access-file
             access-review-file
             absence-file
             addr-ref-file
             addr-verify-file
             agency-file
             agent-pay-file
             agr-issue-file
             aml-file
             appointment-file
             appraisal-file
             auction-file
             auction-lot-file
             batch-alert-file
             board-file
             branch-file
             bulk-msg-file
             buyer-archive-file
             calendar-file
             campaign-file
             checkpoint-file
             comm-scheme-file
             complaint-file
             contact-note-file
             contractor-file
             credit-note-file
             day-close-file
             dep-prot-file
             dist-list-file
             duty-band-file
             enquiry-file
             error-log-file
             ext-comp-file
             fall-through-file
             go-live-file
             hold-dep-file
             inspection-file
             inventory-file
             joint-owner-file
             key-reg-file
             kpi-snap-file
             leasehold-file
             let-appl-file
             ll-bank-file
             ll-ledger-file
             ll-pay-file
             ll-remit-file
             login-log-file
             maint-job-file
             meter-file
             dev-file
             plot-file
             nominal-file
             notice-file
             offer-file
             open-house-file
             particulars-file
             portal-state-file
             ppm-file
             price-hist-file
             prog-upd-file
             property-archive-file
             property-type-file
             purch-inv-file
             query-def-file
             rate-file
             referral-file
             rent-due-file
             rgi-claim-file
             rgi-policy-file
             report-box-file
             run-log-file
             sales-prog-file
             sanc-list-file
             sanc-match-file
             sc-block-file
             sc-budget-file
             sc-ledger-file
             sc-unit-file
             sealed-bid-event-file
             sealed-bid-file
             settlement-file
             solicitor-file
             spool-file
             staff-interest-file
             survey-file
             survey-resp-file
             svc-agree-file
             target-file
             task-file
             template-file
             tenancy-hist-file
             tenancy-party-file
             terms-file

           close
             access-file
             access-review-file
             absence-file
             addr-ref-file
             addr-verify-file
             agency-file
             agent-pay-file
             agr-issue-file
             aml-file
             appointment-file
             appraisal-file
             auction-file
             auction-lot-file
             batch-alert-file
             board-file
             branch-file
             bulk-msg-file
             buyer-archive-file
             calendar-file
             campaign-file
             checkpoint-file
             comm-scheme-file
             complaint-file
             contact-note-file
             contractor-file
             credit-note-file
             day-close-file
             dep-prot-file
             dist-list-file
             duty-band-file
             enquiry-file
             error-log-file
             ext-comp-file
             fall-through-file
             go-live-file
             hold-dep-file
             inspection-file
             inventory-file
             joint-owner-file
             key-reg-file
             kpi-snap-file
             leasehold-file
             let-appl-file
             ll-bank-file
             ll-ledger-file
             ll-pay-file
             ll-remit-file
             login-log-file
             maint-job-file
             meter-file
             dev-file
             plot-file
             nominal-file
             notice-file
             offer-file
             open-house-file
             particulars-file
             portal-state-file
             ppm-file
             price-hist-file
             prog-upd-file
             property-archive-file
             property-type-file
             purch-inv-file
             query-def-file
             rate-file
             referral-file
             rent-due-file
             rgi-claim-file
             rgi-policy-file
             report-box-file
             run-log-file
             sales-prog-file
             sanc-list-file
             sanc-match-file
             sc-block-file
             sc-budget-file
             sc-ledger-file
             sc-unit-file
             sealed-bid-event-file
             sealed-bid-file
             settlement-file
             solicitor-file
             spool-file
             staff-interest-file
             survey-file
             survey-resp-file
             svc-agree-file
             target-file
             task-file
             template-file
             tenancy-hist-file
             tenancy-party-file

       PARA-855-POINT-ALL-SANDBOX.

           display "DD_ACCESSIN" upon environment-name
           display "TRNACCES" upon environment-value
           display "DD_ACCREVW" upon environment-name
           display "TRNACREV" upon environment-value
           display "DD_ABSFIL" upon environment-name
           display "TRNABS" upon environment-value
           display "DD_ADDRREF" upon environment-name
           display "TRNAREF" upon environment-value
           display "DD_ADDRVER" upon environment-name
           display "TRNAVER" upon environment-value
           display "DD_AGENCY" upon environment-name
           display "TRNAGCY" upon environment-value
           display "DD_AGENTPAY" upon environment-name
           display "TRNAPAY" upon environment-value
           display "DD_AGRISSUE" upon environment-name
           display "TRNAGRI" upon environment-value
           display "DD_AMLFIL" upon environment-name
           display "TRNAPPT" upon environment-value
           display "DD_APPRFIL" upon environment-name
           display "TRNAPPR" upon environment-value
           display "DD_AUCLOTS" upon environment-name
           display "TRNLOTS" upon environment-value
           display "DD_AUCTION" upon environment-name
           display "TRNAUCT" upon environment-value
           display "DD_BATALERT" upon environment-name
           display "TRNBALRT" upon environment-value
           display "DD_BOARDFIL" upon environment-name
           display "TRNBOARD" upon environment-value
           display "DD_BRANCHFIL" upon environment-name
           display "TRNBRNCH" upon environment-value
           display "DD_BULKMSG" upon environment-name
           display "TRNBULK" upon environment-value
           display "DD_BUYERARC" upon environment-name
           display "TRNBARC" upon environment-value
           display "DD_CALFIL" upon environment-name
           display "TRNCOMMS" upon environment-value
           display "DD_COMPLNT" upon environment-name
           display "TRNCOMPL" upon environment-value
           display "DD_CONTNOTE" upon environment-name
           display "TRNCNOTE" upon environment-value
           display "DD_CONTRFIL" upon environment-name
           display "TRNCONTR" upon environment-value
           display "DD_CREDNOTE" upon environment-name
           display "TRNDAYCL" upon environment-value
           display "DD_DEPPROT" upon environment-name
           display "TRNDEPPR" upon environment-value
           display "DD_DISTLIST" upon environment-name
           display "TRNDLIST" upon environment-value
           display "DD_DUTYBAND" upon environment-name
           display "TRNDUTY" upon environment-value
           display "DD_ENQFIL" upon environment-name
           display "TRNENQ" upon environment-value
           display "DD_ERRLOG" upon environment-name
           display "TRNERRL" upon environment-value
           display "DD_EXTCOMP" upon environment-name
           display "TRNECOMP" upon environment-value
           display "DD_FALLTHRU" upon environment-name
           display "TRNFALL" upon environment-value
           display "DD_GOLIVE" upon environment-name
           display "TRNGOLV" upon environment-value
           display "DD_HOLDDEP" upon environment-name
           display "TRNHOLDD" upon environment-value
           display "DD_INSPFIL" upon environment-name
           display "TRNINSP" upon environment-value
           display "DD_INVENTRY" upon environment-name
           display "TRNINVTY" upon environment-value
           display "DD_JOINTOWN" upon environment-name
           display "TRNJOINT" upon environment-value
           display "DD_KEYREG" upon environment-name
           display "TRNKEYS" upon environment-value
           display "DD_KPISNAP" upon environment-name
           display "TRNKPI" upon environment-value
           display "DD_LEASEHLD" upon environment-name
           display "TRNLEASE" upon environment-value
           display "DD_LETAPPL" upon environment-name
           display "TRNLETAP" upon environment-value
           display "DD_LLBANK" upon environment-name
           display "TRNLBANK" upon environment-value
           display "DD_LLLEDGER" upon environment-name
           display "TRNLLLED" upon environment-value
           display "DD_LLPAYFIL" upon environment-name
           display "TRNLPAY" upon environment-value
           display "DD_LLREMIT" upon environment-name
           display "TRNLREMT" upon environment-value
           display "DD_LOGINLOG" upon environment-name
           display "TRNLOGIN" upon environment-value
           display "DD_MAINTJOB" upon environment-name
           display "TRNMAINT" upon environment-value
           display "DD_METERRDG" upon environment-name
           display "TRNMETER" upon environment-value
           display "DD_NEWDEV" upon environment-name
           display "TRNNDEV" upon environment-value
           display "DD_NEWPLOT" upon environment-name
           display "TRNPLOT" upon environment-value
           display "DD_NOMINAL" upon environment-name
           display "TRNNOM" upon environment-value
           display "DD_NOTICES" upon environment-name
           display "TRNNOTCE" upon environment-value
           display "DD_OFFERFIL" upon environment-name
           display "TRNOFFER" upon environment-value
           display "DD_OPENHOUSE" upon environment-name
           display "TRNPARTS" upon environment-value
           display "DD_PFSTATE" upon environment-name
           display "TRNPFST" upon environment-value
           display "DD_PPMSCHED" upon environment-name
           display "TRNPPMS" upon environment-value
           display "DD_PRICEHIST" upon environment-name
           display "TRNPRICE" upon environment-value
           display "DD_PROGUPD" upon environment-name
           display "TRNPROGU" upon environment-value
           display "DD_PROPARC" upon environment-name
           display "TRNPARC" upon environment-value
           display "DD_PROPTYPE" upon environment-name
           display "TRNPTYPE" upon environment-value
           display "DD_PURCHINV" upon environment-name
           display "TRNPINV" upon environment-value
           display "DD_QUERYDEF" upon environment-name
           display "TRNQDEF" upon environment-value
           display "DD_RATEFIL" upon environment-name
           display "TRNRATE" upon environment-value
           display "DD_REFFIL" upon environment-name
           display "TRNREFF" upon environment-value
           display "DD_RENTDUE" upon environment-name
           display "TRNRENT" upon environment-value
           display "DD_RGICLM" upon environment-name
           display "TRNRGIC" upon environment-value
           display "DD_RGIPOL" upon environment-name
           display "TRNRGIP" upon environment-value
           display "DD_RPTBOX" upon environment-name
           display "TRNRPTBX" upon environment-value
           display "DD_RUNLOG" upon environment-name
           display "TRNRUNL" upon environment-value
           display "DD_SALESPROG" upon environment-name
           display "TRNSPROG" upon environment-value
           display "DD_SANCLIST" upon environment-name
           display "TRNSANCL" upon environment-value
           display "DD_SANCMTCH" upon environment-name
           display "TRNSANCM" upon environment-value
           display "DD_SCBLOCK" upon environment-name
           display "TRNSCBLK" upon environment-value
           display "DD_SCBUDGET" upon environment-name
           display "TRNSCBUD" upon environment-value
           display "DD_SCLEDGER" upon environment-name
           display "TRNSCLED" upon environment-value
           display "DD_SCUNIT" upon environment-name
           display "TRNSCUNT" upon environment-value
           display "DD_SBEVENT" upon environment-name
           display "TRNSBEVT" upon environment-value
           display "DD_SBBIDS" upon environment-name
           display "TRNSOL" upon environment-value
           display "DD_SPOOLCAT" upon environment-name
           display "TRNSPOOL" upon environment-value
           display "DD_STAFFINT" upon environment-name
           display "TRNSTINT" upon environment-value
           display "DD_SURVEY" upon environment-name
           display "TRNSURV" upon environment-value
           display "DD_SURVRESP" upon environment-name
           display "TRNSRSP" upon environment-value
           display "DD_SVCAGREE" upon environment-name
           display "TRNSVCAG" upon environment-value
           display "DD_TARGETS" upon environment-name
           display "TRNTARG" upon environment-value
           display "DD_TASKFIL" upon environment-name
           display "TRNTASK" upon environment-value
           display "DD_MSGTMPL" upon environment-name
           display "TRNMSG" upon environment-value
           display "DD_TENHIST" upon environment-name

       PARA-858-POINT-ALL-LIVE.

           display "DD_ACCESSIN" upon environment-name
           display "ACCESSIN" upon environment-value
           display "DD_ACCREVW" upon environment-name
           display "ACCREVW" upon environment-value
           display "DD_ABSFIL" upon environment-name
           display "ABSFIL" upon environment-value
           display "DD_ADDRREF" upon environment-name
           display "ADDRREF" upon environment-value
           display "DD_ADDRVER" upon environment-name
           display "ADDRVER" upon environment-value
           display "DD_AGENCY" upon environment-name
           display "AGENCY" upon environment-value
           display "DD_AGENTPAY" upon environment-name
           display "AGENTPAY" upon environment-value
           display "DD_AGRISSUE" upon environment-name
           display "AGRISSUE" upon environment-value
           display "DD_AMLFIL" upon environment-name
           display "APPTFIL" upon environment-value
           display "DD_APPRFIL" upon environment-name
           display "APPRFIL" upon environment-value
           display "DD_AUCLOTS" upon environment-name
           display "AUCLOTS" upon environment-value
           display "DD_AUCTION" upon environment-name
           display "AUCTION" upon environment-value
           display "DD_BATALERT" upon environment-name
           display "BATALERT" upon environment-value
           display "DD_BOARDFIL" upon environment-name
           display "BOARDFIL" upon environment-value
           display "DD_BRANCHFIL" upon environment-name
           display "BRANCHFIL" upon environment-value
           display "DD_BULKMSG" upon environment-name
           display "BULKMSG" upon environment-value
           display "DD_BUYERARC" upon environment-name
           display "BUYERARC" upon environment-value
           display "DD_CALFIL" upon environment-name
           display "COMMSCHM" upon environment-value
           display "DD_COMPLNT" upon environment-name
           display "COMPLNT" upon environment-value
           display "DD_CONTNOTE" upon environment-name
           display "CONTNOTE" upon environment-value
           display "DD_CONTRFIL" upon environment-name
           display "CONTRFIL" upon environment-value
           display "DD_CREDNOTE" upon environment-name
           display "DAYCLOSE" upon environment-value
           display "DD_DEPPROT" upon environment-name
           display "DEPPROT" upon environment-value
           display "DD_DISTLIST" upon environment-name
           display "DISTLIST" upon environment-value
           display "DD_DUTYBAND" upon environment-name
           display "DUTYBAND" upon environment-value
           display "DD_ENQFIL" upon environment-name
           display "ENQFIL" upon environment-value
           display "DD_ERRLOG" upon environment-name
           display "ERRLOG" upon environment-value
           display "DD_EXTCOMP" upon environment-name
           display "EXTCOMP" upon environment-value
           display "DD_FALLTHRU" upon environment-name
           display "FALLTHRU" upon environment-value
           display "DD_GOLIVE" upon environment-name
           display "GOLIVE" upon environment-value
           display "DD_HOLDDEP" upon environment-name
           display "HOLDDEP" upon environment-value
           display "DD_INSPFIL" upon environment-name
           display "INSPFIL" upon environment-value
           display "DD_INVENTRY" upon environment-name
           display "INVENTRY" upon environment-value
           display "DD_JOINTOWN" upon environment-name
           display "JOINTOWN" upon environment-value
           display "DD_KEYREG" upon environment-name
           display "KEYREG" upon environment-value
           display "DD_KPISNAP" upon environment-name
           display "KPISNAP" upon environment-value
           display "DD_LEASEHLD" upon environment-name
           display "LEASEHLD" upon environment-value
           display "DD_LETAPPL" upon environment-name
           display "LETAPPL" upon environment-value
           display "DD_LLBANK" upon environment-name
           display "LLBANK" upon environment-value
           display "DD_LLLEDGER" upon environment-name
           display "LLLEDGER" upon environment-value
           display "DD_LLPAYFIL" upon environment-name
           display "LLPAYFIL" upon environment-value
           display "DD_LLREMIT" upon environment-name
           display "LLREMIT" upon environment-value
           display "DD_LOGINLOG" upon environment-name
           display "LOGINLOG" upon environment-value
           display "DD_MAINTJOB" upon environment-name
           display "MAINTJOB" upon environment-value
           display "DD_METERRDG" upon environment-name
           display "METERRDG" upon environment-value
           display "DD_NEWDEV" upon environment-name
           display "NEWDEV" upon environment-value
           display "DD_NEWPLOT" upon environment-name
           display "NEWPLOT" upon environment-value
           display "DD_NOMINAL" upon environment-name
           display "NOMINAL" upon environment-value
           display "DD_NOTICES" upon environment-name
           display "NOTICES" upon environment-value
           display "DD_OFFERFIL" upon environment-name
           display "OFFERFIL" upon environment-value
           display "DD_OPENHOUSE" upon environment-name
           display "PARTICS" upon environment-value
           display "DD_PFSTATE" upon environment-name
           display "PFSTATE" upon environment-value
           display "DD_PPMSCHED" upon environment-name
           display "PPMSCHED" upon environment-value
           display "DD_PRICEHIST" upon environment-name
           display "PRICEHIST" upon environment-value
           display "DD_PROGUPD" upon environment-name
           display "PROGUPD" upon environment-value
           display "DD_PROPARC" upon environment-name
           display "PROPARC" upon environment-value
           display "DD_PROPTYPE" upon environment-name
           display "PROPTYPE" upon environment-value
           display "DD_PURCHINV" upon environment-name
           display "PURCHINV" upon environment-value
           display "DD_QUERYDEF" upon environment-name
           display "QUERYDEF" upon environment-value
           display "DD_RATEFIL" upon environment-name
           display "RATEFIL" upon environment-value
           display "DD_REFFIL" upon environment-name
           display "REFFIL" upon environment-value
           display "DD_RENTDUE" upon environment-name
           display "RENTDUE" upon environment-value
           display "DD_RGICLM" upon environment-name
           display "RGICLM" upon environment-value
           display "DD_RGIPOL" upon environment-name
           display "RGIPOL" upon environment-value
           display "DD_RPTBOX" upon environment-name
           display "RPTBOX" upon environment-value
           display "DD_RUNLOG" upon environment-name
           display "RUNLOG" upon environment-value
           display "DD_SALESPROG" upon environment-name
           display "SALESPROG" upon environment-value
           display "DD_SANCLIST" upon environment-name
           display "SANCLIST" upon environment-value
           display "DD_SANCMTCH" upon environment-name
           display "SANCMTCH" upon environment-value
           display "DD_SCBLOCK" upon environment-name
           display "SCBLOCK" upon environment-value
           display "DD_SCBUDGET" upon environment-name
           display "SCBUDGET" upon environment-value
           display "DD_SCLEDGER" upon environment-name
           display "SCLEDGER" upon environment-value
           display "DD_SCUNIT" upon environment-name
           display "SCUNIT" upon environment-value
           display "DD_SBEVENT" upon environment-name
           display "SBEVENT" upon environment-value
           display "DD_SBBIDS" upon environment-name
           display "SOLFIL" upon environment-value
           display "DD_SPOOLCAT" upon environment-name
           display "SPOOLCAT" upon environment-value
           display "DD_STAFFINT" upon environment-name
           display "STAFFINT" upon environment-value
           display "DD_SURVEY" upon environment-name
           display "SURVEY" upon environment-value
           display "DD_SURVRESP" upon environment-name
           display "SURVRESP" upon environment-value
           display "DD_SVCAGREE" upon environment-name
           display "SVCAGREE" upon environment-value
           display "DD_TARGETS" upon environment-name
           display "TARGETS" upon environment-value
           display "DD_TASKFIL" upon environment-name
           display "TASKFIL" upon environment-value
           display "DD_MSGTMPL" upon environment-name
           display "MSGTMPL" upon environment-value
           display "DD_TENHIST" upon environment-name
