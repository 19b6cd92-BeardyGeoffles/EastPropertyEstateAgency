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
