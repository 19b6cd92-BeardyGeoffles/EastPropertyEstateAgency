      *GOLIVERECORD.cpy
      *Record layout for the go-live override file - one record per
      *instruction a manager has let onto the market with items on
      *its go-live checklist (GoLiveCheck.cpy) still unmet: who,
      *when (YYYYMMDD) and the reason they gave. Written by
      *GoLiveChecklist.cbl; while it stands, Property.cbl and
      *AmendProperty.cbl accept OFFER-STATUS "L" for the property.
       FD GO-LIVE-FILE.
       01 GO-LIVE-RECORD.
         03 GOLIVE-PROPERTY-ID PIC 9(6).
         03 GOLIVE-OVERRIDE-USER-ID PIC 9(6).
         03 GOLIVE-OVERRIDE-DATE PIC 9(8).
         03 GOLIVE-OVERRIDE-REASON PIC X(50).
