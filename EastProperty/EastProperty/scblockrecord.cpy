      *SCBLOCKRECORD.cpy
      *Record layout for the managed block register - one record per
      *block of flats we manage for a freeholder, kept by
      *BlockManagement.cbl. The freeholder is a seller record
      *(BLOCK-SELLER-ID), the same way a builder is on DEVRECORD.
      *BLOCK-YEAR-START-MONTH is the month the block's service
      *charge year begins (1-12); a service charge year is known by
      *the calendar year it begins in, and its demands go out
      *half-yearly from that month.
       FD SC-BLOCK-FILE.
       01 SC-BLOCK-RECORD.
         03 BLOCK-ID PIC 9(6).
         03 BLOCK-NAME PIC X(25).
         03 BLOCK-AL2 PIC X(25).
         03 BLOCK-AL3 PIC X(25).
         03 BLOCK-AL4 PIC X(25).
         03 BLOCK-POSTCODE PIC X(7).
         03 BLOCK-SELLER-ID PIC 9(6).
         03 BLOCK-BRANCH-ID PIC 99.
         03 BLOCK-YEAR-START-MONTH PIC 99.
         03 BLOCK-ADDED-DATE PIC 9(8).
         03 BLOCK-USER-ID PIC 9(6).
