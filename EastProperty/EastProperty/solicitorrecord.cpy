      *with an accepted offer carries a buyer-side and seller-side
      *SOLICITOR-ID (PROP-BUYER-SOLICITOR-ID and
      *PROP-SELLER-SOLICITOR-ID on the property record).
      *SOLICITOR-EMAIL is format-checked at capture (Check-Email-Format
      *in AddressQualityCheck.cpy). SOLICITOR-PREF-CHANNEL is how the
      *contact would rather hear from us - E = email, S = text message,
      *P = post, space = no preference. It is held alongside the phone
      *number for the office to follow when contacting the firm.
       FD SOLICITOR-FILE.
       01 SOLICITOR-RECORD.
         03 SOLICITOR-ID PIC 9(4).
         03 SOLICITOR-POSTCODE PIC X(7).
         03 SOLICITOR-REFERENCE PIC X(15).
         03 SOLICITOR-VERSION PIC 9(8).
         03 SOLICITOR-EMAIL PIC X(50).
         03 SOLICITOR-PREF-CHANNEL PIC X.
