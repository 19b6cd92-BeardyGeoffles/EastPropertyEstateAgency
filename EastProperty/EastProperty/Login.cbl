           display "TRNSEQ" upon environment-value
           display "DD_CONFIGFIL" upon environment-name
           display "TRNCONF" upon environment-value
           display "DD_FEERATE" upon environment-name
           display "TRNFRATE" upon environment-value
           display "DD_LHEADFIL" upon environment-name
           display "TRNLHEAD" upon environment-value
           display "DD_DEPOSIT" upon environment-name
           display "TRNDEP" upon environment-value
           display "DD_INVFIL" upon environment-name
           display "TRNNOTIF" upon environment-value
           display "DD_JOURNAL" upon environment-name
           display "TRNJRNL" upon environment-value
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
           display "CURRENT-TERMINAL-ID" upon environment-name
           display WS-CURRENT-TERMINAL-ID upon environment-value.

           CALL "Dashboard".

           CALL "MAIN".

       PROCESS-FILE.
