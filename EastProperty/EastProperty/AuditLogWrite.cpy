      *Shared paragraph that appends one entry to AUDIT-FILE.
      *Calling program must set the WS-AUDIT-* fields from
      *ws-auditlog.cpy before performing this paragraph.
      *Each entry is chained onto the one before it through the
      *chain head (AUDIT-ID zero): it takes the next sequence, a
      *digest of its old and new values and a check value built
      *from the previous check, and the head is moved on to it.
      *Digest-Audit-Values and Chain-Audit-Record are also used by
      *ChainVerify.cbl to recompute an entry's values.
       Write-Audit-Log.
           move 0 to WS-AUDIT-ID
           move 0 to WS-AUDIT-ID-COUNTER
                       move WS-AUDIT-ID-COUNTER to WS-AUDIT-ID
           end-perform

           perform Read-Audit-Chain-Head

           initialize audit-record
           move WS-AUDIT-ID to AUDIT-ID
           move WS-AUDIT-RECORD-TYPE to AUDIT-RECORD-TYPE
           accept AUDIT-DATE from date yyyymmdd
           accept AUDIT-TIME from time

           add 1 to WS-AUDIT-CHAIN-SEQ
           move WS-AUDIT-CHAIN-SEQ to AUDIT-CHAIN-SEQ
           perform Digest-Audit-Values
           move WS-AUDIT-HASH-ACCUM to AUDIT-VALUE-DIGEST
           perform Chain-Audit-Record
           move WS-AUDIT-HASH-ACCUM to AUDIT-CHECK
           move AUDIT-CHECK to WS-AUDIT-CHAIN-PREV

           write AUDIT-RECORD

           perform Update-Audit-Chain-Head

           close audit-file.

       Read-Audit-Chain-Head.
           move 0 to WS-AUDIT-HEAD-FOUND
           move 0 to WS-AUDIT-CHAIN-PREV
           move 0 to WS-AUDIT-CHAIN-SEQ
           move 0 to AUDIT-ID
           read audit-file
               invalid key
                   continue
               not invalid key
                   move 1 to WS-AUDIT-HEAD-FOUND
                   move AUDIT-CHECK to WS-AUDIT-CHAIN-PREV
                   move AUDIT-CHAIN-SEQ to WS-AUDIT-CHAIN-SEQ
           end-read.

       Update-Audit-Chain-Head.
           move 0 to AUDIT-ID
           read audit-file
               invalid key
                   initialize audit-record
                   initialize AUDIT-CHAIN-BASE
                   move 0 to AUDIT-ID
                   move "CHAINHEAD" to AUDIT-RECORD-TYPE
                   move "HEAD" to AUDIT-ACTION
                   accept AUDIT-DATE from date yyyymmdd
                   accept AUDIT-TIME from time
                   move WS-AUDIT-CHAIN-SEQ to AUDIT-CHAIN-SEQ
                   move WS-AUDIT-CHAIN-PREV to AUDIT-CHECK
                   write AUDIT-RECORD
               not invalid key
                   move WS-AUDIT-CHAIN-SEQ to AUDIT-CHAIN-SEQ
                   move WS-AUDIT-CHAIN-PREV to AUDIT-CHECK
                   rewrite AUDIT-RECORD
           end-read.

       Digest-Audit-Values.
           move 0 to WS-AUDIT-HASH-ACCUM
           move AUDIT-RECORD(51:120) to WS-AUDIT-HASH-DATA
           move 120 to WS-AUDIT-HASH-LEN
           perform Hash-Audit-Data.

      *The check covers everything but the values themselves, which
      *it takes through the stored digest.
       Chain-Audit-Record.
           move WS-AUDIT-CHAIN-PREV to WS-AUDIT-HASH-ACCUM
           move spaces to WS-AUDIT-HASH-DATA
           move AUDIT-RECORD(1:50) to WS-AUDIT-HASH-DATA(1:50)
           move AUDIT-RECORD(171:29) to WS-AUDIT-HASH-DATA(51:29)
           move 79 to WS-AUDIT-HASH-LEN
           perform Hash-Audit-Data.

       Hash-Audit-Data.
           perform varying WS-AUDIT-HASH-I from 1 by 1
             until WS-AUDIT-HASH-I > WS-AUDIT-HASH-LEN
               compute WS-AUDIT-HASH-TEMP =
                 (WS-AUDIT-HASH-ACCUM * 31) +
                 function ord(WS-AUDIT-HASH-DATA(WS-AUDIT-HASH-I:1))
               compute WS-AUDIT-HASH-ACCUM =
                 function mod(WS-AUDIT-HASH-TEMP,
                 WS-AUDIT-HASH-MODULUS)
           end-perform.
