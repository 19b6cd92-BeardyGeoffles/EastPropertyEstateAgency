      *formats each pending event into the outbound letter file and
      *stamps NOTIFY-STATUS (space = pending, S = sent, F = failed)
      *and the attempt count, so failures can be retried rather than
      *silently lost. NOTIFY-REF-ID points at the detail record an
      *event is worded from where the parties alone do not say
      *enough - the meter reading (METER-FILE) for an OCCUPYIN or
      *OCCUPYOUT change-of-occupier notice; zero otherwise.
       FD NOTIFY-QUEUE-FILE.
       01 NOTIFY-QUEUE-RECORD.
         03 NOTIFY-ID PIC 9(6).
         03 NOTIFY-EVENT-TYPE PIC X(10).
         03 NOTIFY-STATUS PIC X.
         03 NOTIFY-ATTEMPTS PIC 99.
         03 NOTIFY-REF-ID PIC 9(6).
