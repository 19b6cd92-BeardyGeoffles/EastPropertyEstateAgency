      *TENANCY, CERTEXP, MATCH) with <NAME>, <ADDRESS> and <PRICE>
      *substitution markers, edited here and picked up by
      *NotifyDispatch.cbl on its next run. Changes are audit-logged.
      *The change-of-occupier notices (OCCUPYIN, OCCUPYOUT) also take
      *<TENANTS>, <DATE> and <READINGS> from the meter reading.
      *Admin flag required. Reached from the user-access menu.
      *
      *Last updated 15/10/2026 Radio GAGO

       identification division.
       program-id. MessageTemplates.
            "Key the event type, F1 to fetch, amend, F1 to save.".
         03 line 6 col 2 foreground-color 14 value
            "Markers: <NAME> <ADDRESS> <PRICE>".
         03 line 6 col 37 foreground-color 14 value
            "Occupier: <TENANTS> <DATE> <READINGS>".

         03 LINE 8 COL 2 "EVENT TYPE     [".
         03 PIC X(10) USING ws-edit-event-type foreground-color 10
         03 VALUE "]".
         03 LINE 8 COL 32 FOREGROUND-COLOR 14
            "OFFER/SOLD/REMINDER/TENANCY/CERTEXP/MATCH".
         03 LINE 9 COL 32 FOREGROUND-COLOR 14
            "OCCUPYIN/OCCUPYOUT".

         03 LINE 10 COL 2 "TEMPLATE TEXT".
         03 LINE 11 COL 2 "[".
