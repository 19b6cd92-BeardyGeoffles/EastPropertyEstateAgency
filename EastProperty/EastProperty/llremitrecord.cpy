      *LLREMITRECORD.cpy
      *Record layout for the landlord remittance indexed file - one
      *record per landlord per statement month, written by
      *LandlordStatements.cbl with exactly the figures the statement
      *printed, so the payment run pays what the landlord was told
      *rather than working it out a second way. LLR-PAY-RUN-ID is
      *the LandlordPaymentRun.cbl run that picked the remittance up
      *(zero = not yet in a run); once it is set a statement re-run
      *leaves the figures alone, and a rejected run puts it back to
      *zero so a corrected run can take it. LLR-INSPECTION-FEE is
      *the month's inspection charges under the letting's service
      *agreement, already taken off LLR-NET-DUE. LLR-NRL-TAX is the
      *basic-rate tax withheld from a non-resident landlord for the
      *month, also already off LLR-NET-DUE; NonResidentTax.cbl
      *builds the quarterly return and the annual certificates
      *from it.
       FD LL-REMIT-FILE.
       01 LL-REMIT-RECORD.
         03 LLR-KEY.
           05 LLR-YEAR PIC 9999.
           05 LLR-MONTH PIC 99.
           05 LLR-SELLER-ID PIC 9(6).
         03 LLR-RENT-COLLECTED PIC 9(7)V99.
         03 LLR-MANAGEMENT-FEE PIC 9(7)V99.
         03 LLR-MAINTENANCE PIC 9(7)V99.
         03 LLR-NET-DUE PIC S9(7)V99.
         03 LLR-STATEMENT-DATE PIC 9(8).
         03 LLR-PAY-RUN-ID PIC 9(6).
         03 LLR-INSPECTION-FEE PIC 9(7)V99.
         03 LLR-NRL-TAX PIC 9(7)V99.
