      *been agreed and nothing is blocked. SELLER-FLOAT-AMOUNT is
      *the float the landlord keeps with us for small repairs;
      *LandlordLedger.cbl flags an account whose balance has fallen
      *below it. SELLER-NON-RESIDENT is Y for a landlord whose usual
      *home is abroad; unless SELLER-NRL-EXEMPT-REF holds the tax
      *office's approval to be paid gross, LandlordStatements.cbl
      *withholds basic-rate tax from their rent.
      *SELLER-EMAIL is format-checked at capture (Check-Email-Format in
      *AddressQualityCheck.cpy). SELLER-PREF-CHANNEL is how the contact
      *would rather hear from us - E = email, S = text message, P =
      *post, space = no preference. NotifyDispatch.cbl routes each
      *notification to the seller by it, the details held and the
      *consent flags.
       FD SELLER-FILE.
       01 SELLER-RECORD.
         03 SELLER-ID PIC 9(6).
         03 SELLER-CONSENT-USER-ID PIC 9(6).
         03 SELLER-APPROVAL-LIMIT PIC 9(6)V99.
         03 SELLER-FLOAT-AMOUNT PIC 9(6)V99.
         03 SELLER-NON-RESIDENT PIC X.
         03 SELLER-NRL-EXEMPT-REF PIC X(15).
         03 SELLER-EMAIL PIC X(50).
         03 SELLER-PREF-CHANNEL PIC X.
