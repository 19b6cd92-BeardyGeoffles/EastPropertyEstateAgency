      *CHAINVERIFY.cbl
      *Batch job: proves the audit trail and the transaction journal
      *have not been edited behind the system's back. Every audit
      *entry and journal entry carries a check value built from its
      *own contents and the previous entry's check (AuditLogWrite.cpy
      *and JournalWrite.cpy); this job walks both chains in sequence,
      *recomputes every check and reports the first break - an entry
      *altered, one missing from the sequence, or one slipped in.
      *The audit chain is walked in AUDIT-CHAIN-SEQ order from the
      *carry-forward point the last retention purge left on the chain
      *head (RetentionPurge.cbl), and must end where the head says
      *the last entry went; the head's carry-forward point must match
      *the AUDIT/CARRY entry the purge wrote. Audit entries whose
      *values were anonymised on an erasure request (DataSubject.cbl)
      *verify through the digest they were chained with. The journal
      *is walked from its head, starting from the carry-forward
      *entry the nightly backup leaves when it rolls the journal.
      *Entries written before the chain existed are counted and
      *passed over. The findings go to the screen and to a
      *date-stamped CHAINVFY dataset on the print spool, and the run
      *is audit-logged as CHAIN/VERIFY. A break hands back a
      *RETURN-CODE of 4, which the BatchConsole.cbl overnight
      *sequence logs as a FAILURE. Also reachable from the reports
      *menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. ChainVerify.

       environment division.

       configuration section.

       input-output section.

       file-control.

       copy "auditfile.cpy".
       copy "journalfile.cpy".
       copy "spoolfile.cpy".

           select optional chain-report-file assign to
               ws-report-name
               organization is line sequential.

       data division.

       FILE SECTION.
       copy "auditrecord.cpy".
       copy "journalrecord.cpy".
       copy "spoolrecord.cpy".

       FD chain-report-file.
       01 chain-report-line pic x(80).

       working-storage section.

       copy "ws-common.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-journal.cpy".
       copy "ws-spool.cpy".

       01 ws-continue pic x value spaces.
       01 ws-end-of-file pic 9 value 0 comp.
       01 ws-report-name pic x(20) value spaces.
       01 ws-today pic 9(8) value 0.

       01 ws-head-found pic 9 value 0 comp.
       01 ws-head-seq pic 9(9) value 0.
       01 ws-head-base pic x(60) value spaces.
       01 ws-base-seq pic 9(9) value 0.
       01 ws-base-check pic 9(12) value 0.
       01 ws-last-carry-base pic x(60) value spaces.

       01 ws-audit-break pic 9 value 0 comp.
       01 ws-audit-expect-seq pic 9(9) value 0.
       01 ws-audit-prev-check pic 9(12) value 0.
       01 ws-audit-checked pic 9(6) value 0.
       01 ws-audit-erased pic 9(6) value 0.
       01 ws-audit-break-seq pic 9(9) value 0.
       01 ws-audit-break-id pic 9(6) value 0.
       01 ws-audit-break-reason pic x(50) value spaces.

       01 ws-jrnl-break pic 9 value 0 comp.
       01 ws-jrnl-started pic 9 value 0 comp.
       01 ws-jrnl-expect-seq pic 9(9) value 0.
       01 ws-jrnl-prev-check pic 9(12) value 0.
       01 ws-jrnl-entry-no pic 9(6) value 0.
       01 ws-jrnl-checked pic 9(6) value 0.
       01 ws-jrnl-legacy pic 9(6) value 0.
       01 ws-jrnl-first-seq pic 9(9) value 0.
       01 ws-jrnl-break-seq pic 9(9) value 0.
       01 ws-jrnl-break-entry pic 9(6) value 0.
       01 ws-jrnl-break-reason pic x(50) value spaces.

       procedure division.

       PARA-000-MAIN.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value

           move function current-date(1:8) to ws-today
           move spaces to ws-report-name
           string "CHAINVFY.", ws-today delimited by size
             into ws-report-name
           open extend chain-report-file

           display " "
           move all "-" to chain-report-line
           perform PARA-900-PUT-LINE
           move spaces to chain-report-line
           string "     EAST AUDIT AND JOURNAL CHAIN CHECK ",
             ws-today(7:2), "/", ws-today(5:2), "/", ws-today(1:4)
             delimited by size into chain-report-line
           perform PARA-900-PUT-LINE
           move all "-" to chain-report-line
           perform PARA-900-PUT-LINE

           perform PARA-100-VERIFY-AUDIT
           perform PARA-300-VERIFY-JOURNAL

           move all "-" to chain-report-line
           perform PARA-900-PUT-LINE
           if ws-audit-break = 0 and ws-jrnl-break = 0
               move "Both chains verify - no break found."
                 to chain-report-line
           else
               move "CHAIN BROKEN - see above." to chain-report-line
           end-if
           perform PARA-900-PUT-LINE
           move all "-" to chain-report-line
           perform PARA-900-PUT-LINE
           close chain-report-file

           move "CHAIN VERIFY" to WS-SPOOL-JOB
           move ws-report-name to WS-SPOOL-DATASET
           perform Register-Spool-Output

           move "CHAIN" to ws-audit-record-type
           move "VERIFY" to ws-audit-action
           move 0 to ws-audit-key
           move spaces to ws-audit-old-value
           if ws-audit-break = 0
               string "AUDIT OK ", ws-audit-checked, " CHECKED"
                 delimited by size into ws-audit-old-value
           else
               string "AUDIT BROKEN AT SEQ ", ws-audit-break-seq
                 delimited by size into ws-audit-old-value
           end-if
           move spaces to ws-audit-new-value
           if ws-jrnl-break = 0
               string "JOURNAL OK ", ws-jrnl-checked, " CHECKED"
                 delimited by size into ws-audit-new-value
           else
               string "JOURNAL BROKEN AT SEQ ", ws-jrnl-break-seq
                 delimited by size into ws-audit-new-value
           end-if
           perform Write-Audit-Log

           display " "
           display "Press ENTER to continue."
           accept ws-continue

           if ws-audit-break = 0 and ws-jrnl-break = 0
               move 0 to return-code
           else
               move 4 to return-code
           end-if

           goback.

      *----------------------------------------------------------
      * The audit chain runs in sequence order from the carry-
      * forward point on the head (AUDIT-ID zero) to the last
      * sequence the head recorded.
      *----------------------------------------------------------
       PARA-100-VERIFY-AUDIT.

           move 0 to ws-audit-break
           move 0 to ws-audit-checked
           move 0 to ws-audit-erased
           move 0 to ws-head-found
           move spaces to ws-last-carry-base

           open input audit-file
           move 0 to AUDIT-ID
           read audit-file
               invalid key
                   continue
               not invalid key
                   move 1 to ws-head-found
                   move AUDIT-CHAIN-SEQ to ws-head-seq
                   move AUDIT-OLD-VALUE to ws-head-base
                   move AUDIT-BASE-SEQ to ws-base-seq
                   move AUDIT-BASE-CHECK to ws-base-check
           end-read

           if ws-head-found = 0
               close audit-file
               move "Audit trail: no chained entries yet."
                 to chain-report-line
               perform PARA-900-PUT-LINE
           else
               perform PARA-110-WALK-AUDIT
           end-if.

       PARA-110-WALK-AUDIT.

           move ws-base-check to ws-audit-prev-check
           compute ws-audit-expect-seq = ws-base-seq + 1
           move 0 to ws-end-of-file

           move ws-base-seq to AUDIT-CHAIN-SEQ
           start audit-file key > AUDIT-CHAIN-SEQ
               invalid key
                   move 1 to ws-end-of-file
           end-start
           perform until ws-end-of-file = 1 or ws-audit-break = 1
               read audit-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       if AUDIT-ID not = 0
                           perform PARA-120-CHECK-AUDIT-ENTRY
                       end-if
               end-read
           end-perform
           close audit-file

           if ws-audit-break = 0 and
             ws-audit-expect-seq not = ws-head-seq + 1
               move 1 to ws-audit-break
               move ws-audit-expect-seq to ws-audit-break-seq
               move 0 to ws-audit-break-id
               move "ENTRIES MISSING FROM THE END OF THE TRAIL"
                 to ws-audit-break-reason
           end-if

           if ws-audit-break = 0 and ws-base-seq > 0 and
             ws-last-carry-base not = ws-head-base
               move 1 to ws-audit-break
               move ws-base-seq to ws-audit-break-seq
               move 0 to ws-audit-break-id
               move "CARRY-FORWARD POINT DOES NOT MATCH LAST PURGE"
                 to ws-audit-break-reason
           end-if

           perform PARA-150-REPORT-AUDIT.

       PARA-120-CHECK-AUDIT-ENTRY.

           if AUDIT-CHAIN-SEQ not = ws-audit-expect-seq
               move 1 to ws-audit-break
               move ws-audit-expect-seq to ws-audit-break-seq
               move AUDIT-ID to ws-audit-break-id
               if AUDIT-CHAIN-SEQ < ws-audit-expect-seq
                   move "SEQUENCE REPEATED - ENTRY SLIPPED IN"
                     to ws-audit-break-reason
               else
                   move "ENTRIES MISSING FROM THE SEQUENCE"
                     to ws-audit-break-reason
               end-if
           else
               perform PARA-130-CHECK-AUDIT-VALUES
           end-if.

      *An entry anonymised on an erasure request no longer matches
      *its digest; it is accepted only in exactly that form.
       PARA-130-CHECK-AUDIT-VALUES.

           perform Digest-Audit-Values
           if WS-AUDIT-HASH-ACCUM not = AUDIT-VALUE-DIGEST
               if AUDIT-OLD-VALUE = "ANONYMISED" and
                 AUDIT-NEW-VALUE = "ANONYMISED"
                   add 1 to ws-audit-erased
               else
                   move 1 to ws-audit-break
                   move AUDIT-CHAIN-SEQ to ws-audit-break-seq
                   move AUDIT-ID to ws-audit-break-id
                   move "OLD OR NEW VALUE ALTERED"
                     to ws-audit-break-reason
               end-if
           end-if

           if ws-audit-break = 0
               move ws-audit-prev-check to WS-AUDIT-CHAIN-PREV
               perform Chain-Audit-Record
               if WS-AUDIT-HASH-ACCUM not = AUDIT-CHECK
                   move 1 to ws-audit-break
                   move AUDIT-CHAIN-SEQ to ws-audit-break-seq
                   move AUDIT-ID to ws-audit-break-id
                   move "ENTRY ALTERED OR CHECK VALUE REPLACED"
                     to ws-audit-break-reason
               else
                   move AUDIT-CHECK to ws-audit-prev-check
                   add 1 to ws-audit-expect-seq
                   add 1 to ws-audit-checked
                   if AUDIT-RECORD-TYPE = "AUDIT" and
                     AUDIT-ACTION = "CARRY"
                       move AUDIT-OLD-VALUE to ws-last-carry-base
                   end-if
               end-if
           end-if.

       PARA-150-REPORT-AUDIT.

           move spaces to chain-report-line
           string "Audit trail: ", ws-audit-checked,
             " chained entr(ies) checked from sequence ",
             ws-base-seq delimited by size into chain-report-line
           perform PARA-900-PUT-LINE

           if ws-audit-erased > 0
               move spaces to chain-report-line
               string "  ", ws-audit-erased,
                 " anonymised on erasure requests"
                 delimited by size into chain-report-line
               perform PARA-900-PUT-LINE
           end-if

           if ws-audit-break = 0
               move "  Audit chain intact." to chain-report-line
               perform PARA-900-PUT-LINE
           else
               move spaces to chain-report-line
               string "  FIRST BREAK AT SEQUENCE ", ws-audit-break-seq,
                 " AUDIT-ID ", ws-audit-break-id
                 delimited by size into chain-report-line
               perform PARA-900-PUT-LINE
               move spaces to chain-report-line
               string "  ", ws-audit-break-reason
                 delimited by size into chain-report-line
               perform PARA-900-PUT-LINE
           end-if.

      *----------------------------------------------------------
      * The journal chain runs in file order. It opens either at
      * the carry-forward entry from the last roll or, on a journal
      * never rolled since chaining began, at sequence one.
      *----------------------------------------------------------
       PARA-300-VERIFY-JOURNAL.

           move 0 to ws-jrnl-break
           move 0 to ws-jrnl-started
           move 0 to ws-jrnl-entry-no
           move 0 to ws-jrnl-checked
           move 0 to ws-jrnl-legacy
           move 0 to ws-jrnl-first-seq
           move 0 to ws-end-of-file

           open input journal-file
           perform until ws-end-of-file = 1 or ws-jrnl-break = 1
               read journal-file next record
                   at end
                       move 1 to ws-end-of-file
                   not at end
                       add 1 to ws-jrnl-entry-no
                       perform PARA-310-CHECK-JOURNAL-ENTRY
               end-read
           end-perform
           close journal-file

           perform PARA-350-REPORT-JOURNAL.

       PARA-310-CHECK-JOURNAL-ENTRY.

           if JRNL-CHAIN-SEQ = 0
               if ws-jrnl-started = 1
                   move 1 to ws-jrnl-break
                   move ws-jrnl-expect-seq to ws-jrnl-break-seq
                   move ws-jrnl-entry-no to ws-jrnl-break-entry
                   move "UNCHAINED ENTRY INSIDE THE CHAIN"
                     to ws-jrnl-break-reason
               else
                   add 1 to ws-jrnl-legacy
               end-if
           else
               if ws-jrnl-started = 0
                   perform PARA-320-START-JOURNAL-CHAIN
               end-if
               perform PARA-330-CHECK-JOURNAL-LINK
           end-if.

       PARA-320-START-JOURNAL-CHAIN.

           move 1 to ws-jrnl-started
           if JRNL-FILE-CODE = "C"
               move JRNL-CARRY-CHECK to ws-jrnl-prev-check
               compute ws-jrnl-expect-seq = JRNL-CARRY-SEQ + 1
           else
               move 0 to ws-jrnl-prev-check
               move 1 to ws-jrnl-expect-seq
           end-if
           move ws-jrnl-expect-seq to ws-jrnl-first-seq.

       PARA-330-CHECK-JOURNAL-LINK.

           if JRNL-CHAIN-SEQ not = ws-jrnl-expect-seq
               move 1 to ws-jrnl-break
               move ws-jrnl-expect-seq to ws-jrnl-break-seq
               move ws-jrnl-entry-no to ws-jrnl-break-entry
               if JRNL-CHAIN-SEQ < ws-jrnl-expect-seq
                   move "SEQUENCE REPEATED - ENTRY SLIPPED IN"
                     to ws-jrnl-break-reason
               else
                   move "ENTRIES MISSING FROM THE SEQUENCE"
                     to ws-jrnl-break-reason
               end-if
           else
               move ws-jrnl-prev-check to WS-JRNL-CHAIN-PREV
               perform Chain-Journal-Record
               if WS-JRNL-HASH-ACCUM not = JRNL-CHECK
                   move 1 to ws-jrnl-break
                   move JRNL-CHAIN-SEQ to ws-jrnl-break-seq
                   move ws-jrnl-entry-no to ws-jrnl-break-entry
                   move "ENTRY ALTERED OR CHECK VALUE REPLACED"
                     to ws-jrnl-break-reason
               else
                   move JRNL-CHECK to ws-jrnl-prev-check
                   add 1 to ws-jrnl-expect-seq
                   add 1 to ws-jrnl-checked
               end-if
           end-if.

       PARA-350-REPORT-JOURNAL.

           move spaces to chain-report-line
           string "Journal: ", ws-jrnl-checked,
             " chained entr(ies) checked from sequence ",
             ws-jrnl-first-seq delimited by size into chain-report-line
           perform PARA-900-PUT-LINE

           if ws-jrnl-legacy > 0
               move spaces to chain-report-line
               string "  ", ws-jrnl-legacy,
                 " written before chaining, passed over"
                 delimited by size into chain-report-line
               perform PARA-900-PUT-LINE
           end-if

           if ws-jrnl-break = 0
               move "  Journal chain intact." to chain-report-line
               perform PARA-900-PUT-LINE
           else
               move spaces to chain-report-line
               string "  FIRST BREAK AT SEQUENCE ", ws-jrnl-break-seq,
                 " ENTRY NO ", ws-jrnl-break-entry
                 delimited by size into chain-report-line
               perform PARA-900-PUT-LINE
               move spaces to chain-report-line
               string "  ", ws-jrnl-break-reason
                 delimited by size into chain-report-line
               perform PARA-900-PUT-LINE
           end-if.

       PARA-900-PUT-LINE.

           display function trim(chain-report-line trailing)
           write chain-report-line.

       copy "AuditLogWrite.cpy".
       copy "JournalWrite.cpy".
       copy "SpoolWrite.cpy".

       copy "MainFileOpenCheck.cpy".

       end program ChainVerify.
