      *ACCREVIEWRECORD.cpy
      *Record layout for the periodic user access review - one
      *record per user per review period (ACCREV-PERIOD YYYYQn),
      *written by AccessReview.cbl from the user file and the login
      *log as they stood when the review was taken. The sign-off
      *fields are filled in by the reviewing manager:
      *ACCREV-DECISION K keep access, R revoke (the account is
      *locked there and then), space not yet signed off. Dates are
      *YYYYMMDD, times HHMMSS; ACCREV-LAST-LOGIN zero means no
      *successful login on the log.
       FD ACCESS-REVIEW-FILE.
       01 ACCESS-REVIEW-RECORD.
         03 ACCREV-KEY.
           05 ACCREV-PERIOD PIC X(6).
           05 ACCREV-USER-ID PIC 9(6).
         03 ACCREV-USER-NAME PIC X(10).
         03 ACCREV-ROLE PIC X.
         03 ACCREV-BRANCH-ID PIC 99.
         03 ACCREV-HAS-ADMIN PIC X.
         03 ACCREV-LOCKED PIC X.
         03 ACCREV-LAST-LOGIN PIC 9(8).
         03 ACCREV-TAKEN-DATE PIC 9(8).
         03 ACCREV-DECISION PIC X.
         03 ACCREV-SIGNED-BY PIC 9(6).
         03 ACCREV-SIGNED-DATE PIC 9(8).
         03 ACCREV-SIGNED-TIME PIC 9(6).
         03 ACCREV-NOTE PIC X(30).
