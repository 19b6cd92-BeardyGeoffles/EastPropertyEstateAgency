      *WS-FEERATE.cpy
      *Fields used by Read-Fee-Rate in FeeRateRead.cpy. Calling
      *program sets WS-FEERATE-NAME to the rate name, WS-FEERATE-DATE
      *to the date the rate is wanted for (YYYYMMDD - the date of
      *the transaction, not today's unless the transaction is
      *today's) and WS-FEERATE-DEFAULT to the rate to use when none
      *has been keyed for that date, then performs Read-Fee-Rate;
      *the rate comes back in WS-FEERATE-RESULT and the date it took
      *effect in WS-FEERATE-FROM (zero when the default was used).
      *Calling program must also copy "feeratefile.cpy" into
      *FILE-CONTROL and "feeraterecord.cpy" into the FILE SECTION.
       01 WS-FEERATE-NAME PIC X(20) VALUE SPACES.
       01 WS-FEERATE-DATE PIC 9(8) VALUE 0.
       01 WS-FEERATE-DEFAULT PIC 9(5)V99 VALUE 0.
       01 WS-FEERATE-RESULT PIC 9(5)V99 VALUE 0.
       01 WS-FEERATE-FROM PIC 9(8) VALUE 0.
       01 WS-FEERATE-EOF PIC 9 VALUE 0 COMP.
