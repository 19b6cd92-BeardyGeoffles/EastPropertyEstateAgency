      *WS-MONTHEND.cpy
      *The period of a month-end stream run (MonthEnd.cbl). The
      *stream puts the period in the MONTH-END-PERIOD environment
      *setting (MMYYYY) before it calls each step and blanks it
      *afterwards. A step program that finds it set runs its
      *month-end job for that period straight through - no menu,
      *no period prompt - and returns to the stream, with
      *RETURN-CODE non-zero when the job could not be done.
       01 WS-ME-PERIOD VALUE SPACES.
         03 WS-ME-MONTH PIC 99.
         03 WS-ME-YEAR PIC 9999.
