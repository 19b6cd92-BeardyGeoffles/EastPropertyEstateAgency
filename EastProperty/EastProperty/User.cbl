      *USER.cbl
      *Handle menu screens and functionality to add/search a User
      *The menu also reaches the periodic user access review and
      *dormant account sweep (AccessReview.cbl).
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. User is recursive.
         03 LINE 18 COL 29 "7. MESSAGE TEMPLATES".
         03 LINE 19 COL 29 "8. CONFIGURATION".
         03 LINE 20 COL 29 "9. LOCK CONSOLE".
         03 LINE 19 COL 4 "A. ACCESS REVIEW".
         03 LINE 19 COL 4 foreground-color 14 "A".
         03 LINE 21 COL 4 "0. ABSENCE CALENDAR".
         03 LINE 21 COL 4 foreground-color 14 "0".
         03 LINE 21 COL 29 value "MENU: [".
                       WHEN "0"
                           call "AbsenceCalendar"
                           MOVE " " TO MENU-IN
                       WHEN "A"
                       WHEN "a"
                           call "AccessReview"
                           MOVE " " TO MENU-IN
                       WHEN 5
                           CALL "Main"
                       WHEN OTHER
