      *dispatched notification touches the applicant;
      *BuyerTouchCycle.cbl drives the call-back worklist off it and
      *archives applicants untouched for a year.
      *BUYER-TO-SELL is the applicant's own sale: N = nothing to sell
      *(chain-free), Y = a property to sell not yet under offer,
      *O = their sale is under offer; BUYER-SELL-PROPERTY-ID links it
      *when it is one of our own listings, and that listing's
      *OFFER-STATUS then decides whether it is under offer.
      *BUYER-GRADE (A hottest to D) is worked out nightly by
      *BuyerGrading.cbl, stamped with BUYER-GRADE-DATE.
      *BUYER-EMAIL is format-checked at capture (Check-Email-Format in
      *AddressQualityCheck.cpy). BUYER-PREF-CHANNEL is how the contact
      *would rather hear from us - E = email, S = text message, P =
      *post, space = no preference. NotifyDispatch.cbl routes each
      *notification to the applicant by it, the details held and the
      *consent flags.
       FD BUYER-FILE.
       01 BUYER-RECORD.
         03 BUYER-ID PIC 9(6).
           05 BUYER-LAST-CONTACT-DAY PIC 99.
           05 BUYER-LAST-CONTACT-MONTH PIC 99.
           05 BUYER-LAST-CONTACT-YEAR PIC 9999.
         03 BUYER-TO-SELL PIC X.
         03 BUYER-SELL-PROPERTY-ID PIC 9(6).
         03 BUYER-GRADE PIC X.
         03 BUYER-GRADE-DATE.
           05 BUYER-GRADE-DAY PIC 99.
           05 BUYER-GRADE-MONTH PIC 99.
           05 BUYER-GRADE-YEAR PIC 9999.
         03 BUYER-EMAIL PIC X(50).
         03 BUYER-PREF-CHANNEL PIC X.
