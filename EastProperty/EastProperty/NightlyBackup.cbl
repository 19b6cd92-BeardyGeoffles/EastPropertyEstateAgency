      *resumes from the next key, so the window never restarts from
      *record one and a resumed backup never holds duplicates.
      *
      *The rolled journal's last chain sequence and check value are
      *written as a carry-forward entry at the head of the cleared
      *journal, with the dataset it went to, the entry count and the
      *operator, so the journal's check-value chain carries on
      *across the roll.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. NightlyBackup.
       01 property-backup-record pic x(523).

       FD buyer-backup-file.
       01 buyer-backup-record pic x(376).

       FD seller-backup-file.
       01 seller-backup-record pic x(325).

       FD viewing-backup-file.
       01 viewing-backup-record pic x(161).
       01 user-backup-record pic x(83).

       FD journal-backup-file.
       01 journal-backup-record pic x(575).

       FD backup-temp-file.
       01 backup-temp-record pic x(774).

       copy "ws-common.cpy".
       copy "ws-config.cpy".
       copy "ws-journal.cpy".

       01 ws-chkpt-every pic 9(4) value 0.
       01 ws-since-chkpt pic 9(4) value 0 comp.
       01 ws-viewing-count pic 9(4) value 0.
       01 ws-user-count pic 9(4) value 0.
       01 ws-journal-count pic 9(6) value 0.
       01 ws-carry-seq pic 9(9) value 0.
       01 ws-carry-check pic 9(12) value 0.
       01 ws-deposit-count pic 9(6) value 0.
       01 ws-invoice-count pic 9(6) value 0.


           move 0 to ws-end-of-file
           move 0 to ws-journal-count
           move 0 to ws-carry-seq
           move 0 to ws-carry-check

           open input journal-file
           open output journal-backup-file
                       move JOURNAL-RECORD to journal-backup-record
                       write journal-backup-record
                       add 1 to ws-journal-count
                       if JRNL-CHAIN-SEQ not = 0
                           move JRNL-CHAIN-SEQ to ws-carry-seq
                           move JRNL-CHECK to ws-carry-check
                       end-if
           end-perform

           close journal-file
           close journal-backup-file

           open output journal-file
           if ws-carry-seq not = 0
               perform PARA-255-JOURNAL-CARRY
           end-if
           close journal-file.

       PARA-255-JOURNAL-CARRY.

           display "CURRENT-USER-ID" upon environment-name
           accept ws-current-user-id from environment-value

           initialize JOURNAL-RECORD
           accept JRNL-DATE from date yyyymmdd
           accept JRNL-TIME from time
           move "C" to JRNL-FILE-CODE
           move "CARRY" to JRNL-ACTION
           move 0 to JRNL-KEY
           move ws-carry-seq to JRNL-CARRY-SEQ
           move ws-carry-check to JRNL-CARRY-CHECK
           move ws-journal-backup-name to JRNL-CARRY-DATASET
           move ws-journal-count to JRNL-CARRY-COUNT
           move ws-current-user-id to JRNL-CARRY-BY
           compute JRNL-CHAIN-SEQ = ws-carry-seq + 1
           move ws-carry-check to WS-JRNL-CHAIN-PREV
           perform Chain-Journal-Record
           move WS-JRNL-HASH-ACCUM to JRNL-CHECK
           write JOURNAL-RECORD.

       PARA-900-DISPLAY-SUMMARY.

           display "Nightly backup complete - " ws-backup-date-stamp
           display "  Journal entries rolled: " ws-journal-count.

       copy "ReadConfigValue.cpy".
       copy "JournalWrite.cpy".

       copy "MainFileOpenCheck.cpy".

