       copy "ws-training.cpy".
       copy "ws-loginlog.cpy".
       copy "ws-auditlog.cpy".
       copy "ws-inbox.cpy".

       01 ws-logout-user-name pic x(10) value spaces.

         03 LINE 8 COL 29 "2. BUYERS".
         03 LINE 10 COL 29 "3. SELLERS".
         03 LINE 12 COL 29 "4. VIEWINGS".
         03 LINE 13 COL 29 "T. MY TASKS".
         03 LINE 15 COL 29 "6. REPORTS".
         03 LINE 16 COL 29 "7. CLIENT ACCOUNT".
         03 LINE 17 COL 29 "8. LETTINGS".
         03 LINE 8 COL 29 foreground-color 14 "2".
         03 LINE 10 COL 29 foreground-color 14 "3".
         03 LINE 12 COL 29 foreground-color 14 "4".
         03 LINE 13 COL 29 foreground-color 14 "T".
         03 LINE 15 COL 29 foreground-color 14 "6".
         03 LINE 16 COL 29 foreground-color 14 "7".
         03 LINE 17 COL 29 foreground-color 14 "8".
           display "CURRENT-TERMINAL-ID" upon environment-name
           accept ws-current-terminal-id from environment-value.

      *Reports sent to this user and not yet opened come up first.
           move "L" to WS-INBOX-MODE
           call "ReportInbox" using WS-INBOX-MODE.

       PARA-200-START.

           MOVE " " TO MENU-IN
                   WHEN "s"
                       call "GlobalSearch"
                       move " " to menu-in
                   WHEN "T"
                       call "Tasks"
                       move " " to menu-in
                   WHEN "t"
                       call "Tasks"
                       move " " to menu-in
                   WHEN 9
                       perform PARA-210-LOG-LOGOUT
                       call "Login"
