      *EXTCOMPRECORD.cpy
      *Record layout for the external comparables indexed file -
      *sales from the Land Registry price-paid data for our own
      *postcode districts, loaded by PricePaidImport.cbl so the
      *comparables pack and the market trends report can set other
      *agents' sales beside ours. Keyed on postcode and completion
      *date (YYYYMMDD) with the Land Registry transaction id last,
      *so two sales in one postcode on one day both keep their
      *place and the same sale re-imported is found and skipped.
      *The property type is held in our own wording (DETACHED,
      *SEMI-DETACHED, TERRACED, FLAT, OTHER) so it matches the
      *PROPERTY-TYPE our valuers key; the price paid carries no
      *bedroom count. EXTC-DISTRICT is the outcode, for the trends
      *roll-up.
       FD EXT-COMP-FILE.
       01 EXT-COMP-RECORD.
         03 EXTC-KEY.
           05 EXTC-POSTCODE PIC X(8).
           05 EXTC-SALE-DATE PIC 9(8).
           05 EXTC-TRANS-ID PIC X(38).
         03 EXTC-PRICE PIC 9(9).
         03 EXTC-PROPERTY-TYPE PIC X(20).
         03 EXTC-NEW-BUILD PIC X.
         03 EXTC-TENURE PIC X.
         03 EXTC-PAON PIC X(30).
         03 EXTC-SAON PIC X(30).
         03 EXTC-STREET PIC X(30).
         03 EXTC-TOWN PIC X(30).
         03 EXTC-DISTRICT PIC X(4).
         03 EXTC-IMPORTED-DATE PIC 9(8).
         03 EXTC-IMPORTED-BY PIC 9(6).
