      *SURVEYRECORD.cpy
      *Record layout for the client satisfaction survey invitation
      *indexed file - one record per party asked how we did, raised
      *by SurveyInvite.cbl when a sale completes (SP-COMPLETION-DATE
      *set) or a tenancy starts, and queued to the party through
      *NOTIFY-QUEUE-FILE as a SURVEY event. SURV-EVENT: S = sale
      *completed, T = tenancy started, on SURV-EVENT-DATE
      *(YYYYMMDD). SURV-PARTY-TYPE: S = seller or landlord,
      *B = buyer. The negotiator and branch are those on the
      *property when the invitation went out, so the results report
      *credits the right people. SURV-STATUS: I = invited,
      *R = responded (the answer is on SURVEY-RESP-FILE).
       FD SURVEY-FILE.
       01 SURVEY-RECORD.
         03 SURV-ID PIC 9(6).
         03 SURV-PROPERTY-ID PIC 9(6).
         03 SURV-EVENT PIC X.
         03 SURV-EVENT-DATE PIC 9(8).
         03 SURV-PARTY-TYPE PIC X.
         03 SURV-PARTY-ID PIC 9(6).
         03 SURV-NEGOTIATOR-ID PIC 9(6).
         03 SURV-BRANCH-ID PIC 99.
         03 SURV-INVITED-DATE PIC 9(8).
         03 SURV-STATUS PIC X.
