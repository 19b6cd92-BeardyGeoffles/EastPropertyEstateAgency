      *Batch operations console - runs the overnight sequence
      *(NightlyBackup, BackupVerify, ArchiveSoldProperties,
      *ViewingReminders, TenancyExpiry, CertificateExpiry,
      *NotifyDispatch, RetentionPurge, CheckoutSweep,
      *BuyerGrading, FileReorg, DormantSweep, ChainVerify,
      *DiaryCalendarExport, KpiSnapshot, ProgressionUpdate,
      *HoldingDepositSweep, PlannedMaintenanceRun,
      *RepairRequestImport, GoLiveReport) as one
      *supervised run, writing a run-log record per step with its
      *start, end and outcome. Each step is
      *stamped RUNNING when launched; only a clean return upgrades it
      *to SUCCESS, so a step that dies mid-flight is still on the log
      *as RUNNING the next morning. A restart of the same run date
      *skips every step already at SUCCESS and resumes from the one
      *that failed, and the sequence refuses to go past a failing
      *step. Individual steps can be switched out of the sequence
      *with CONFIG-FILE settings BATCH-STEP-1 .. BATCH-STEP-20
      *(1 = run, 0 = skip, default 1), and flagged working-day-only
      *with BATCH-WDONLY-1 .. BATCH-WDONLY-20 (1 = skip the step
      *when the run date is a weekend or calendar non-working day,
      *default 0) - the step then simply runs on the next working
      *night's sequence. A restart keys the original
      *person in knows instantly whether the night was clean. The
      *restart-from-failed-step behaviour is identical either way,
      *since both paths share the same step loop and run date.
      *The file reorganisation step also counts as a FAILURE when
      *FileReorg.cbl hands back a non-zero RETURN-CODE - it refused
      *to start with users still in, or its counts did not agree.
      *So does the chain check when ChainVerify.cbl finds a break
      *in the audit trail or journal check values.
      *Every run ends by handing its run date to the batch watch
      *(BatchWatch.cbl), which alerts the on-call user to failed,
      *overrunning and never-started steps.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. BatchConsole.
         03 filler pic x(20) value "NOTIFYDISPATCH".
         03 filler pic x(20) value "RETENTIONPURGE".
         03 filler pic x(20) value "CHECKOUTSWEEP".
         03 filler pic x(20) value "BUYERGRADING".
         03 filler pic x(20) value "FILEREORG".
         03 filler pic x(20) value "DORMANTSWEEP".
         03 filler pic x(20) value "CHAINVERIFY".
         03 filler pic x(20) value "DIARYEXPORT".
         03 filler pic x(20) value "KPISNAPSHOT".
         03 filler pic x(20) value "PROGRESSUPDATE".
         03 filler pic x(20) value "HOLDDEPOSITS".
         03 filler pic x(20) value "PLANNEDMAINT".
         03 filler pic x(20) value "REPAIRINTAKE".
         03 filler pic x(20) value "GOLIVESTUCK".
       01 ws-step-names redefines ws-step-table.
         03 ws-step-name pic x(20) occurs 20 times.

       01 ws-step-idx pic 99 value 0 comp.
       01 ws-step-enabled pic 9 value 0 comp.
       01 ws-log-id-counter pic 9(6) value 0 comp.
       01 ws-log-found-id pic 9(6) value 0.
       01 ws-config-step-name pic x(20) value spaces.
       01 ws-step-no-disp pic z9 value spaces.
       01 ws-list-date pic 9(8) value 0.
       01 ws-date-input pic x(8) value spaces.

           display "SUCCESS for this date will be skipped."

           perform varying ws-step-idx from 1 by 1
             until ws-step-idx > 20 or ws-run-failed = 1

               perform PARA-150-CHECK-STEP-ENABLED

           else
               display " "
               display "Run complete."
           end-if

           perform PARA-190-WATCH-RUN.

      *----------------------------------------------------------
      * Every run, clean or stopped, ends with the batch watch
      * over the run date - failures, overruns and steps that
      * never started go to the on-call user from there.
      *----------------------------------------------------------
       PARA-190-WATCH-RUN.

           display "BATCH-WATCH-DATE" upon environment-name
           display ws-run-date upon environment-value

           call "BatchWatch"
               on exception
                   display "Batch watch not available - run log"
                     " not checked."
           end-call

           display "BATCH-WATCH-DATE" upon environment-name
           display " " upon environment-value.

       PARA-150-CHECK-STEP-ENABLED.

           move ws-step-idx to ws-step-no-disp
           move spaces to ws-config-step-name
           string "BATCH-STEP-", function trim(ws-step-no-disp)
             into ws-config-step-name
           move ws-config-step-name to WS-CONFIG-NAME
           move 1 to WS-CONFIG-DEFAULT
           end-if

           move spaces to ws-config-step-name
           string "BATCH-WDONLY-", function trim(ws-step-no-disp)
             into ws-config-step-name
           move ws-config-step-name to WS-CONFIG-NAME
           move 0 to WS-CONFIG-DEFAULT
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 10
                   call "BuyerGrading"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 11
                   call "FileReorg"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
                   if return-code not = 0
                       move "FAILURE" to ws-step-result
                   end-if
               when 12
                   call "DormantSweep"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 13
                   call "ChainVerify"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
                   if return-code not = 0
                       move "FAILURE" to ws-step-result
                   end-if
               when 14
                   call "DiaryCalendarExport"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 15
                   call "KpiSnapshot"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 16
                   call "ProgressionUpdate"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 17
                   call "HoldingDepositSweep"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 18
                   call "PlannedMaintenanceRun"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 19
                   call "RepairRequestImport"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
               when 20
                   call "GoLiveReport"
                       on exception
                           move "FAILURE" to ws-step-result
                   end-call
           end-evaluate

           perform PARA-500-LOG-STEP-END
