      *WS-INBOX.cpy
      *How ReportInbox.cbl was reached. L at login - the screen
      *only appears when there is something not yet opened; M from
      *the reports menu - always shown.
       01 WS-INBOX-MODE PIC X.
         88 INBOX-AT-LOGIN VALUE "L".
         88 INBOX-FROM-MENU VALUE "M".
