      *REPORTS2.cbl
      *Second page of the reports menu - the first page in
      *Reports.cbl is full, so newer reports hang off here. Reached
      *via option 0 on the main reports menu. Option A runs the
      *audit trail and journal chain check (ChainVerify.cbl), option
      *B the as-at enquiry of a past record (AsAtEnquiry.cbl),
      *option C the month-end job stream (MonthEnd.cbl), option D
      *the batch watch and weekly trend report (BatchWatch.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Reports2 is recursive.
         03 LINE 7 COL 4 foreground-color 14 "9".
         03 LINE 9 COL 4 "0. MORE REPORTS".
         03 LINE 9 COL 4 foreground-color 14 "0".
         03 LINE 11 COL 4 "A. AUDIT CHAIN CHECK".
         03 LINE 11 COL 4 foreground-color 14 "A".
         03 LINE 13 COL 4 "B. AS-AT ENQUIRY".
         03 LINE 13 COL 4 foreground-color 14 "B".
         03 LINE 15 COL 4 "C. MONTH-END STREAM".
         03 LINE 15 COL 4 foreground-color 14 "C".
         03 LINE 17 COL 4 "D. BATCH WATCH".
         03 LINE 17 COL 4 foreground-color 14 "D".
         03 LINE 21 COL 29 value "MENU: [".
         03 pic x USING MENU-IN foreground-color 10
         HIGHLIGHT PROMPT " ".
                   WHEN "0"
                       call "Reports3"
                       MOVE " " TO MENU-IN
                   WHEN "A"
                   WHEN "a"
                       call "ChainVerify"
                       MOVE " " TO MENU-IN
                   WHEN "B"
                   WHEN "b"
                       call "AsAtEnquiry"
                       MOVE " " TO MENU-IN
                   WHEN "C"
                   WHEN "c"
                       call "MonthEnd"
                       MOVE " " TO MENU-IN
                   WHEN "D"
                   WHEN "d"
                       call "BatchWatch"
                       MOVE " " TO MENU-IN
                   WHEN OTHER
                       if key-code-1 = 0
                           goback
