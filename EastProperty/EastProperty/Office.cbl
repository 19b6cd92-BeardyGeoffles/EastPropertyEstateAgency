      *work-capture screens that sit alongside the core property,
      *buyer and seller menus, fronted here the same way Reports.cbl
      *fronts the report programs. Reached from the main menu.
      *Duplicate buyer / seller merging (admin) added.
      *Branch letterheads for the printed documents added.
      *Postcode address file load for the entry screens added.
      *Joint and sub-agency fee sharing added.
      *Client satisfaction surveys added.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. Office is recursive.
         03 LINE 13 COL 4 foreground-color 14 "D".
         03 LINE 12 COL 4 "W. WORKING-DAY CALENDAR".
         03 LINE 12 COL 4 foreground-color 14 "W".
         03 LINE 11 COL 4 "I. STAFF INTERESTS".
         03 LINE 11 COL 4 foreground-color 14 "I".
         03 LINE 10 COL 4 "M. MERGE DUPLICATES".
         03 LINE 10 COL 4 foreground-color 14 "M".
         03 LINE 9 COL 4 "L. LETTERHEADS".
         03 LINE 9 COL 4 foreground-color 14 "L".
         03 LINE 8 COL 4 "P. POSTCODE ADDRESS FILE".
         03 LINE 8 COL 4 foreground-color 14 "P".
         03 LINE 7 COL 4 "J. JOINT AND SUB-AGENCY".
         03 LINE 7 COL 4 foreground-color 14 "J".
         03 LINE 6 COL 4 "S. CLIENT SURVEYS".
         03 LINE 6 COL 4 foreground-color 14 "S".
         03 LINE 21 COL 4 foreground-color 14 "0".
         03 LINE 21 COL 29 value "MENU: [".
         03 pic x USING MENU-IN foreground-color 10
                   WHEN "w"
                       call "CalendarAdmin"
                       MOVE " " TO MENU-IN
                   WHEN "I"
                   WHEN "i"
                       call "StaffInterests"
                       MOVE " " TO MENU-IN
                   WHEN "M"
                   WHEN "m"
                       call "MergeRecords"
                       MOVE " " TO MENU-IN
                   WHEN "L"
                   WHEN "l"
                       call "Letterhead"
                       MOVE " " TO MENU-IN
                   WHEN "P"
                   WHEN "p"
                       call "AddressFileLoad"
                       MOVE " " TO MENU-IN
                   WHEN "J"
                   WHEN "j"
                       call "AgencyShare"
                       MOVE " " TO MENU-IN
                   WHEN "S"
                   WHEN "s"
                       call "CustomerSurvey"
                       MOVE " " TO MENU-IN
                   WHEN OTHER
                       if key-code-1 = 0
                           goback
