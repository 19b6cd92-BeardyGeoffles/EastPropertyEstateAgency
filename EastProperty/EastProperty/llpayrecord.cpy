      *LLPAYRECORD.cpy
      *Record layout for the landlord payment-run indexed file - one
      *line per landlord paid in a run, read by run through the
      *alternate key. LandlordPaymentRun.cbl builds the run from the
      *month's remittances, holding back enough to leave each
      *landlord's SELLER-FLOAT-AMOUNT on the ledger, and snapshots
      *the confirmed bank details onto the line. The run then waits
      *in DualAuthQueue.cbl for a second manager: countersigning it
      *writes the bank bulk-payment file and posts each paid line to
      *LL-LEDGER-FILE as an RMT debit (its LL-ID kept in LLP-LL-ID).
      *LLP-STATUS: P = awaiting countersign, A = authorised and on
      *the bank file, R = rejected with the run, H = held back at
      *countersign because the bank details changed after the run
      *was built.
       FD LL-PAY-FILE.
       01 LL-PAY-RECORD.
         03 LLP-ID PIC 9(6).
         03 LLP-RUN-ID PIC 9(6).
         03 LLP-SELLER-ID PIC 9(6).
         03 LLP-PERIOD.
           05 LLP-PERIOD-MONTH PIC 99.
           05 LLP-PERIOD-YEAR PIC 9999.
         03 LLP-NET-DUE PIC S9(7)V99.
         03 LLP-LEDGER-BALANCE PIC S9(8)V99.
         03 LLP-FLOAT-HELD PIC 9(6)V99.
         03 LLP-PAY-AMOUNT PIC 9(7)V99.
         03 LLP-SORT-CODE PIC 9(6).
         03 LLP-ACCOUNT-NO PIC 9(8).
         03 LLP-PAYEE-NAME PIC X(18).
         03 LLP-STATUS PIC X.
         03 LLP-USER-ID PIC 9(6).
         03 LLP-AUTH-USER-ID PIC 9(6).
         03 LLP-RUN-DATE PIC 9(8).
         03 LLP-LL-ID PIC 9(6).
