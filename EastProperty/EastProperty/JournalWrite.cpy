      *file status came back bad is NOT journalled - replaying an
      *after-image the live file never took would make a
      *roll-forward invent the very change that failed.
      *Each entry is chained onto the last one on the journal: it
      *takes the next sequence and a check value built from the
      *last entry's check and its own contents. Chain-Journal-Record
      *is also used by NightlyBackup.cbl for the carry-forward entry
      *and by ChainVerify.cbl to recompute an entry's check.
       Write-Journal.
           move "00" to WS-JRNL-OP-STATUS
           evaluate WS-JRNL-FILE-CODE
           end-evaluate

           if WS-JRNL-OP-STATUS = "00" or WS-JRNL-OP-STATUS = "02"
               perform Find-Journal-Chain-End
               open extend journal-file

               initialize JOURNAL-RECORD
               move WS-JRNL-ACTION to JRNL-ACTION
               move WS-JRNL-KEY to JRNL-KEY
               move WS-JRNL-IMAGE to JRNL-IMAGE
               add 1 to WS-JRNL-CHAIN-SEQ
               move WS-JRNL-CHAIN-SEQ to JRNL-CHAIN-SEQ
               perform Chain-Journal-Record
               move WS-JRNL-HASH-ACCUM to JRNL-CHECK

               write JOURNAL-RECORD

               close journal-file
           end-if.

       Find-Journal-Chain-End.
           move 0 to WS-JRNL-CHAIN-PREV
           move 0 to WS-JRNL-CHAIN-SEQ
           move 0 to WS-JRNL-CHAIN-EOF
           open input journal-file
           perform until WS-JRNL-CHAIN-EOF = 1
               read journal-file next record
                   at end
                       move 1 to WS-JRNL-CHAIN-EOF
                   not at end
                       if JRNL-CHAIN-SEQ not = 0
                           move JRNL-CHAIN-SEQ to WS-JRNL-CHAIN-SEQ
                           move JRNL-CHECK to WS-JRNL-CHAIN-PREV
                       end-if
               end-read
           end-perform
           close journal-file.

       Chain-Journal-Record.
           move WS-JRNL-CHAIN-PREV to WS-JRNL-HASH-ACCUM
           move JOURNAL-RECORD(1:563) to WS-JRNL-HASH-DATA
           perform varying WS-JRNL-HASH-I from 1 by 1
             until WS-JRNL-HASH-I > 563
               compute WS-JRNL-HASH-TEMP =
                 (WS-JRNL-HASH-ACCUM * 31) +
                 function ord(WS-JRNL-HASH-DATA(WS-JRNL-HASH-I:1))
               compute WS-JRNL-HASH-ACCUM =
                 function mod(WS-JRNL-HASH-TEMP,
                 WS-JRNL-HASH-MODULUS)
           end-perform.
