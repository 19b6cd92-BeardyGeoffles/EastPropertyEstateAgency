       01 WS-JRNL-KEY PIC 9(8) VALUE 0.
       01 WS-JRNL-IMAGE PIC X(523) VALUE SPACES.
       01 WS-JRNL-OP-STATUS PIC X(2) VALUE "00".
      *Chain working fields for the check value on each entry (see
      *journalrecord.cpy): the last entry's check and sequence, and
      *the running hash over WS-JRNL-HASH-DATA.
       01 WS-JRNL-CHAIN-PREV PIC 9(12) VALUE 0.
       01 WS-JRNL-CHAIN-SEQ PIC 9(9) VALUE 0.
       01 WS-JRNL-CHAIN-EOF PIC 9 VALUE 0 COMP.
       01 WS-JRNL-HASH-DATA PIC X(563) VALUE SPACES.
       01 WS-JRNL-HASH-I PIC 9(4) VALUE 0 COMP.
       01 WS-JRNL-HASH-ACCUM PIC 9(12) VALUE 0.
       01 WS-JRNL-HASH-TEMP PIC 9(18) VALUE 0 COMP.
       01 WS-JRNL-HASH-MODULUS PIC 9(12) VALUE 999999999989.
