      *WS-METER.cpy
      *Fields used by Write-Meter-Reading in MeterReadingWrite.cpy.
      *Calling program sets WS-MTR-PROPERTY-ID, WS-MTR-EVENT (I or
      *O), WS-MTR-LEAD-TENANT-ID, the three readings, the reading
      *date and the occupier date, then performs the paragraph.
      *WS-MTR-ID comes back with the reference of the record
      *written. The readings and dates are cleared afterwards so
      *the next capture starts blank.
       01 WS-MTR-ID PIC 9(6) VALUE 0.
       01 WS-MTR-PROPERTY-ID PIC 9(6) VALUE 0.
       01 WS-MTR-EVENT PIC X VALUE SPACE.
       01 WS-MTR-LEAD-TENANT-ID PIC 9(6) VALUE 0.
       01 WS-MTR-GAS PIC 9(7) VALUE 0.
       01 WS-MTR-ELEC PIC 9(7) VALUE 0.
       01 WS-MTR-WATER PIC 9(7) VALUE 0.
       01 WS-MTR-READ-DATE.
         03 WS-MTR-READ-DAY PIC 99 VALUE 0.
         03 WS-MTR-READ-MONTH PIC 99 VALUE 0.
         03 WS-MTR-READ-YEAR PIC 9999 VALUE 0.
       01 WS-MTR-OCCUPIER-DATE.
         03 WS-MTR-OCCUPIER-DAY PIC 99 VALUE 0.
         03 WS-MTR-OCCUPIER-MONTH PIC 99 VALUE 0.
         03 WS-MTR-OCCUPIER-YEAR PIC 9999 VALUE 0.
       01 WS-MTR-PARTY-EOF PIC 9 VALUE 0 COMP.
       01 WS-MTR-PARTY-COUNT PIC 99 VALUE 0 COMP.
       01 WS-MTR-NAME-PTR PIC 9(3) VALUE 0 COMP.
       01 WS-MTR-NAMES PIC X(80) VALUE SPACES.
