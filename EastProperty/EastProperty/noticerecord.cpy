      *NOTICERECORD.cpy
      *Record layout for the tenancy notice register indexed file -
      *one record per notice served on a tenancy, logged by
      *NoticeRegister.cbl only after the validity pre-checks pass
      *(deposit registered and prescribed information served, gas
      *and EPC certificates current at the tenancy start).
      *NTC-TYPE: N = no-fault possession, A = possession on rent
      *arrears grounds, R = statutory rent increase. NTC-METHOD:
      *H = by hand, P = first-class post, E = email. NTC-DEEMED-DATE
      *is when service counts as made (post adds two working days)
      *and NTC-EXPIRY-DATE the end of the notice period, moved on
      *to a working day. NTC-NEW-RENT is the proposed rent on a
      *rent increase notice.
       FD NOTICE-FILE.
       01 NOTICE-RECORD.
         03 NTC-ID PIC 9(6).
         03 NTC-PROPERTY-ID PIC 9(6).
         03 NTC-TENANT-ID PIC 9(6).
         03 NTC-TYPE PIC X.
         03 NTC-SERVED-DATE.
           05 NTC-SERVED-DAY PIC 99.
           05 NTC-SERVED-MONTH PIC 99.
           05 NTC-SERVED-YEAR PIC 9999.
         03 NTC-METHOD PIC X.
         03 NTC-DEEMED-DATE PIC 9(8).
         03 NTC-EXPIRY-DATE PIC 9(8).
         03 NTC-NEW-RENT PIC 9(6)V99.
         03 NTC-USER-ID PIC 9(6).
