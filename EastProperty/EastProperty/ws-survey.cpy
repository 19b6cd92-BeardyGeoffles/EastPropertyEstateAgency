      *WS-SURVEY.cpy
      *Parameter block for SurveyInvite.cbl. The calling program
      *moves the property, the event (S = sale completed,
      *T = tenancy started) and its date as YYYYMMDD into the block
      *and calls "SurveyInvite" using WS-SURVEY. The counts of
      *invitations queued and held back for consent come back.
      *No VALUE clauses - SurveyInvite.cbl takes the same layout in
      *its LINKAGE SECTION.
       01 WS-SURVEY.
         03 WS-SURVEY-PROPERTY-ID PIC 9(6).
         03 WS-SURVEY-EVENT PIC X.
         03 WS-SURVEY-EVENT-DATE PIC 9(8).
         03 WS-SURVEY-QUEUED PIC 9.
         03 WS-SURVEY-SUPPRESSED PIC 9.
