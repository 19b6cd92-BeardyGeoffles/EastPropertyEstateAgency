      *MigrateOfferHistory.cbl is the one-off rebuild that moved the
      *in-record history here.
      *OFR-STATUS: PENDING, ACCEPTED, REJECTED, WITHDRAWN, FELLTHRU.
      *OFR-TIME is when the offer was keyed. OfferNotice.cbl stamps
      *OFR-NOTICE-DATE / OFR-NOTICE-TIME (yyyymmdd / hhmm) when the
      *written notice goes to the owners, with OFR-NOTICE-COUNT
      *letters issued and OFR-NOTICE-HELD owners whose consent
      *stopped the letter; OfferNoticeReport.cbl lists the offers
      *not notified within 24 hours. OFR-DISCLOSE-DATE (yyyymmdd)
      *is when StaffInterests.cbl issued the disclosure letter for a
      *deal touching a declared staff interest.
       FD OFFER-FILE.
       01 OFFER-RECORD.
         03 OFR-ID PIC 9(6).
           05 OFR-DAY PIC 99.
           05 OFR-MONTH PIC 99.
           05 OFR-YEAR PIC 9999.
         03 OFR-TIME.
           05 OFR-HOUR PIC 99.
           05 OFR-MIN PIC 99.
         03 OFR-NOTICE-DATE PIC 9(8).
         03 OFR-NOTICE-TIME PIC 9(4).
         03 OFR-NOTICE-COUNT PIC 9.
         03 OFR-NOTICE-HELD PIC 9.
         03 OFR-DISCLOSE-DATE PIC 9(8).
