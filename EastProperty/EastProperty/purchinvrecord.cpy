      *PURCHINVRECORD.cpy
      *Record layout for the purchase-ledger indexed file - one
      *record per contractor invoice received for maintenance work,
      *matched to the MAINT-ID it bills. PINV-CONTR-REF (contractor
      *plus the contractor's own invoice number) is a unique
      *alternate key, so the same invoice can never be keyed - or
      *paid - twice; PINV-MAINT-ID reads a job's invoices together.
      *PINV-OVER-QUOTE "Y" marks an invoice above the job's
      *MAINT-QUOTE-AMOUNT.
      *PINV-STATUS: U = unpaid, Q = queried (over quote, or a second
      *invoice on a job) and held from payment until a manager
      *releases it, P = paid by the payment run in PINV-PAY-RUN-ID.
      *Paying charges the landlord's LL-LEDGER-FILE account; the
      *ledger movement is kept in PINV-LL-ID (zero when nothing
      *further was due because the month post had already charged
      *the job at MAINT-COST).
       FD PURCH-INV-FILE.
       01 PURCH-INV-RECORD.
         03 PINV-ID PIC 9(6).
         03 PINV-CONTR-REF.
           05 PINV-CONTRACTOR-ID PIC 9(4).
           05 PINV-NUMBER PIC X(15).
         03 PINV-MAINT-ID PIC 9(6).
         03 PINV-PROPERTY-ID PIC 9(6).
         03 PINV-SELLER-ID PIC 9(6).
         03 PINV-INVOICE-DATE.
           05 PINV-INVOICE-DAY PIC 99.
           05 PINV-INVOICE-MONTH PIC 99.
           05 PINV-INVOICE-YEAR PIC 9999.
         03 PINV-RECEIVED-DATE.
           05 PINV-RECEIVED-DAY PIC 99.
           05 PINV-RECEIVED-MONTH PIC 99.
           05 PINV-RECEIVED-YEAR PIC 9999.
         03 PINV-AMOUNT PIC 9(6)V99.
         03 PINV-OVER-QUOTE PIC X.
         03 PINV-STATUS PIC X.
         03 PINV-USER-ID PIC 9(6).
         03 PINV-PAID-DATE.
           05 PINV-PAID-DAY PIC 99.
           05 PINV-PAID-MONTH PIC 99.
           05 PINV-PAID-YEAR PIC 9999.
         03 PINV-PAY-RUN-ID PIC 9(6).
         03 PINV-LL-ID PIC 9(6).
