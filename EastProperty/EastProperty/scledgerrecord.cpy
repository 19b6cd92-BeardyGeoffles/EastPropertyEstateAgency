      *SCLEDGERRECORD.cpy
      *Record layout for the service charge ledger - every money
      *line on a managed block, read by block through the alternate
      *key, kept by BlockManagement.cbl. SCL-TYPE:
      *  D = half-yearly demand to a leaseholder (SCL-HALF 1 or 2);
      *  R = receipt from a leaseholder;
      *  B = year-end balancing charge to a leaseholder;
      *  C = year-end balancing credit to a leaseholder;
      *  E = cost charged to the block under a budget heading, from
      *      a maintenance job (SCL-MAINT-ID) or direct.
      *A leaseholder's arrears are D + B less R + C on their unit;
      *SCL-UNIT-ID is zero on a cost. SCL-YEAR is the service
      *charge year the line belongs to. Amounts are unsigned.
       FD SC-LEDGER-FILE.
       01 SC-LEDGER-RECORD.
         03 SCL-ID PIC 9(6).
         03 SCL-BLOCK-ID PIC 9(6).
         03 SCL-UNIT-ID PIC 9(6).
         03 SCL-TYPE PIC X.
         03 SCL-YEAR PIC 9(4).
         03 SCL-HALF PIC 9.
         03 SCL-HEADING PIC X(20).
         03 SCL-DATE PIC 9(8).
         03 SCL-AMOUNT PIC 9(7)V99.
         03 SCL-MAINT-ID PIC 9(6).
         03 SCL-NOTE PIC X(30).
         03 SCL-USER-ID PIC 9(6).
