      *AGENTPAYRECORD.cpy
      *Record layout for the agent fee-share payables indexed file -
      *what we owe a joint or sub-agent out of a fee we invoiced in
      *full. CommissionInvoicing.cbl raises one as it invoices a
      *sale with an agency arrangement (agencyrecord.cpy): the other
      *agent's percentage of the net fee, with VAT at the rate on
      *the invoice. AgencyShare.cbl pays it. APAY-STATUS: U = unpaid,
      *P = paid on APAY-PAID-DATE. NominalExport.cbl posts both the
      *liability and the payment.
       FD AGENT-PAY-FILE.
       01 AGENT-PAY-RECORD.
         03 APAY-ID PIC 9(6).
         03 APAY-PROPERTY-ID PIC 9(6).
         03 APAY-INVOICE-NO PIC 9(6).
         03 APAY-BASIS PIC X.
         03 APAY-AGENT-NAME PIC X(25).
         03 APAY-SHARE-PCT PIC 99V99.
         03 APAY-RAISED-DATE.
           05 APAY-RAISED-DAY PIC 99.
           05 APAY-RAISED-MONTH PIC 99.
           05 APAY-RAISED-YEAR PIC 9999.
         03 APAY-NET PIC 9(7)V99.
         03 APAY-VAT PIC 9(7)V99.
         03 APAY-GROSS PIC 9(7)V99.
         03 APAY-STATUS PIC X.
         03 APAY-PAID-DATE.
           05 APAY-PAID-DAY PIC 99.
           05 APAY-PAID-MONTH PIC 99.
           05 APAY-PAID-YEAR PIC 9999.
         03 APAY-USER-ID PIC 9(6).
