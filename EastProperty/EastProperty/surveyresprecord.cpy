      *SURVEYRESPRECORD.cpy
      *Record layout for the survey response indexed file - the
      *answer to one invitation, keyed by the invitation
      *(SURV-ID). RESP-SCORE is out of 10. A score at or below the
      *SURVEY-LOW-SCORE setting raises a follow-up task for the
      *branch manager on TASK-FILE (RESP-TASK-ID), so an unhappy
      *client is called before they become a complaint. Keyed on
      *CustomerSurvey.cbl.
       FD SURVEY-RESP-FILE.
       01 SURVEY-RESP-RECORD.
         03 RESP-SURV-ID PIC 9(6).
         03 RESP-SCORE PIC 99.
         03 RESP-COMMENTS PIC X(60).
         03 RESP-DATE PIC 9(8).
         03 RESP-USER-ID PIC 9(6).
         03 RESP-TASK-ID PIC 9(6).
