      *LLBANKRECORD.cpy
      *Record layout for the landlord bank-details indexed file -
      *one record per landlord (seller) we pay rent out to, keyed on
      *the SELLER-ID. The live sort code, account and payee name are
      *only ever the details somebody has confirmed by calling the
      *landlord back on the number already on file: a new or changed
      *set is keyed into the LLB-PEND-* fields and sits there,
      *unpayable, until a different user records the call-back in
      *LandlordPaymentRun.cbl. Changed bank details are the classic
      *fraud route, so nothing is paid to an account no-one has
      *spoken to the landlord about.
      *LLB-STATUS: C = confirmed (payable), P = a change is awaiting
      *its call-back (the payment run withholds the landlord until it
      *is confirmed or rejected), space = never confirmed.
       FD LL-BANK-FILE.
       01 LL-BANK-RECORD.
         03 LLB-SELLER-ID PIC 9(6).
         03 LLB-SORT-CODE PIC 9(6).
         03 LLB-ACCOUNT-NO PIC 9(8).
         03 LLB-PAYEE-NAME PIC X(18).
         03 LLB-STATUS PIC X.
         03 LLB-PEND-SORT-CODE PIC 9(6).
         03 LLB-PEND-ACCOUNT-NO PIC 9(8).
         03 LLB-PEND-PAYEE-NAME PIC X(18).
         03 LLB-PEND-USER-ID PIC 9(6).
         03 LLB-PEND-DATE.
           05 LLB-PEND-DAY PIC 99.
           05 LLB-PEND-MONTH PIC 99.
           05 LLB-PEND-YEAR PIC 9999.
         03 LLB-CONFIRM-USER-ID PIC 9(6).
         03 LLB-CONFIRM-DATE.
           05 LLB-CONFIRM-DAY PIC 99.
           05 LLB-CONFIRM-MONTH PIC 99.
           05 LLB-CONFIRM-YEAR PIC 9999.
         03 LLB-CONFIRM-NOTE PIC X(30).
