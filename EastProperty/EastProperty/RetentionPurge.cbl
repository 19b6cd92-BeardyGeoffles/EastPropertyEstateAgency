      *and AUDIT-ID (only PIC 9(6)) stops marching toward its
      *ceiling, since Write-Audit-Log reuses freed slots. Intended
      *to be run overnight; also reachable from the reports menu.
      *Purged audit entries leave the check-value chain short at
      *the front, so the purge records a carry-forward point on the
      *chain head (AUDIT-ID zero, never itself purged) - the last
      *purged sequence and its check, the date, time, who ran it and
      *how many went, sealed with a check chained from the previous
      *purge's seal - and copies it into an AUDIT/CARRY entry on the
      *live chain, so ChainVerify.cbl still verifies from there.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. RetentionPurge.
       copy "configrecord.cpy".

       FD audit-archive-file.
       01 audit-archive-record pic x(211).

       FD loginlog-archive-file.
       01 loginlog-archive-record pic x(59).

       FD notify-archive-file.
       01 notify-archive-record pic x(65).

       working-storage section.

       01 ws-cutoff-day pic 99 value 0.

       01 ws-audit-moved pic 9(6) value 0.
       01 ws-carry-seq pic 9(9) value 0.
       01 ws-carry-check pic 9(12) value 0.
       01 ws-carry-base pic x(60) value spaces.
       01 ws-loginlog-moved pic 9(6) value 0.
       01 ws-notify-moved pic 9(6) value 0.


           move 0 to ws-end-of-file
           move 0 to ws-audit-moved
           move 0 to ws-carry-seq
           move 0 to ws-carry-check
           move spaces to ws-carry-base

           open i-o audit-file
           open extend audit-archive-file
                         + AUDIT-DAY

                       if ws-record-yyyymmdd < ws-cutoff-yyyymmdd
                         and AUDIT-ID not = 0
                           if AUDIT-CHAIN-SEQ > ws-carry-seq
                               move AUDIT-CHAIN-SEQ to ws-carry-seq
                               move AUDIT-CHECK to ws-carry-check
                           end-if
                           move AUDIT-RECORD to audit-archive-record
                           write audit-archive-record
                           delete audit-file record
                       end-if
           end-perform

           if ws-carry-seq > 0
               perform PARA-250-CARRY-FORWARD
           end-if

           close audit-file
           close audit-archive-file

           display "Audit cutoff " ws-cutoff-yyyymmdd " - moved "
             ws-audit-moved " to " ws-audit-archive-name

           if ws-carry-base not = spaces
               move "AUDIT" to ws-audit-record-type
               move "CARRY" to ws-audit-action
               move 0 to ws-audit-key
               move ws-carry-base to ws-audit-old-value
               move spaces to ws-audit-new-value
               string "PURGED ", ws-audit-moved,
                 " CHAIN CARRIED FROM SEQ ", ws-carry-seq
                 delimited by size into ws-audit-new-value
               perform Write-Audit-Log
               display "Audit chain carried forward from sequence "
                 ws-carry-seq "."
           end-if.

      *----------------------------------------------------------
      * The carry-forward point goes on the chain head, sealed with
      * a check over its own fields chained from the seal the last
      * purge left there.
      *----------------------------------------------------------
       PARA-250-CARRY-FORWARD.

           move 0 to AUDIT-ID
           read audit-file
               invalid key
                   continue
               not invalid key
                   if ws-carry-seq > AUDIT-BASE-SEQ
                       move AUDIT-BASE-SEAL to WS-AUDIT-HASH-ACCUM
                       move ws-carry-seq to AUDIT-BASE-SEQ
                       move ws-carry-check to AUDIT-BASE-CHECK
                       move ws-today to AUDIT-BASE-DATE
                       move function current-date(9:6) to
                         AUDIT-BASE-TIME
                       move ws-current-user-id to AUDIT-BASE-BY
                       move ws-audit-moved to AUDIT-BASE-REMOVED
                       move AUDIT-CHAIN-BASE(1:47) to
                         WS-AUDIT-HASH-DATA
                       move 47 to WS-AUDIT-HASH-LEN
                       perform Hash-Audit-Data
                       move WS-AUDIT-HASH-ACCUM to AUDIT-BASE-SEAL
                       rewrite AUDIT-RECORD
                       move AUDIT-OLD-VALUE to ws-carry-base
                   end-if
           end-read.

       PARA-300-PURGE-LOGINLOG.

