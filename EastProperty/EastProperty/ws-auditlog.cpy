       01 WS-AUDIT-KEY PIC 9(6) VALUE 0.
       01 WS-AUDIT-OLD-VALUE PIC X(60) VALUE SPACES.
       01 WS-AUDIT-NEW-VALUE PIC X(60) VALUE SPACES.
      *Chain working fields for the check values on each entry (see
      *auditrecord.cpy): the previous entry's check and sequence,
      *and the running hash over WS-AUDIT-HASH-DATA.
       01 WS-AUDIT-CHAIN-PREV PIC 9(12) VALUE 0.
       01 WS-AUDIT-CHAIN-SEQ PIC 9(9) VALUE 0.
       01 WS-AUDIT-HEAD-FOUND PIC 9 VALUE 0 COMP.
       01 WS-AUDIT-HASH-DATA PIC X(120) VALUE SPACES.
       01 WS-AUDIT-HASH-LEN PIC 9(4) VALUE 0 COMP.
       01 WS-AUDIT-HASH-I PIC 9(4) VALUE 0 COMP.
       01 WS-AUDIT-HASH-ACCUM PIC 9(12) VALUE 0.
       01 WS-AUDIT-HASH-TEMP PIC 9(18) VALUE 0 COMP.
       01 WS-AUDIT-HASH-MODULUS PIC 9(12) VALUE 999999999989.
