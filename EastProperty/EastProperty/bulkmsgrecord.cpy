      *BULKMSGRECORD.cpy
      *Record layout for the bulk message register - one record per
      *ad-hoc mailing to a filtered list of buyers (BulkMessage.cbl).
      *BULK-TEMPLATE is the MSGTMPL wording sent, and the event type
      *each recipient's NOTIFY-QUEUE-FILE entry carries; those
      *entries point back here through NOTIFY-REF-ID. The criteria
      *the list was built from are kept as keyed (zero or spaces =
      *not used), with the recipients queued and those left off for
      *consent. BULK-CAMPAIGN-ID is the marketing campaign the
      *mailing was sent under, counted on the cost-per-sale report
      *(Campaign.cbl).
       FD BULK-MSG-FILE.
       01 BULK-MSG-RECORD.
         03 BULK-ID PIC 9(6).
         03 BULK-DATE PIC 9(8).
         03 BULK-USER-ID PIC 9(6).
         03 BULK-CAMPAIGN-ID PIC 9(4).
         03 BULK-TEMPLATE PIC X(10).
         03 BULK-PROPERTY-ID PIC 9(6).
         03 BULK-MIN-PRICE PIC 9(6)V99.
         03 BULK-MAX-PRICE PIC 9(6)V99.
         03 BULK-WANTED-TYPE PIC X(20).
         03 BULK-MIN-BEDROOMS PIC 99.
         03 BULK-POSTCODE-AREA PIC X(4).
         03 BULK-SOURCE-CAMPAIGN-ID PIC 9(4).
         03 BULK-MIN-GRADE PIC X.
         03 BULK-QUEUED PIC 9(5).
         03 BULK-SUPPRESSED PIC 9(5).
