      *SCUNITRECORD.cpy
      *Record layout for the units (flats) in a managed block - one
      *record per flat, read by block through the alternate key,
      *kept by BlockManagement.cbl. The leaseholder is named with
      *their correspondence address, which need not be the flat.
      *UNIT-PERCENT is the flat's fixed share of the block's service
      *charge under its lease, to three decimal places; the shares
      *on a block must come to exactly 100 before demands can go out.
       FD SC-UNIT-FILE.
       01 SC-UNIT-RECORD.
         03 UNIT-ID PIC 9(6).
         03 UNIT-BLOCK-ID PIC 9(6).
         03 UNIT-FLAT PIC X(10).
         03 UNIT-LEASEHOLDER PIC X(25).
         03 UNIT-AL1 PIC X(25).
         03 UNIT-AL2 PIC X(25).
         03 UNIT-AL3 PIC X(25).
         03 UNIT-AL4 PIC X(25).
         03 UNIT-POSTCODE PIC X(7).
         03 UNIT-PERCENT PIC 9(3)V9(3).
         03 UNIT-USER-ID PIC 9(6).
