            HIGHLIGHT PROMPT " " blank when zero.
         03 VALUE "]".

         03 LINE 15 COL 2 "MOVE-IN GAS    [".
         03 PIC Z(6)9 USING WS-MTR-GAS foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]  ELECTRICITY [".
         03 PIC Z(6)9 USING WS-MTR-ELEC foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]  WATER [".
         03 PIC Z(6)9 USING WS-MTR-WATER foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".

         03 LINE 17 COL 2 "READINGS TAKEN [".
         03 PIC 99 USING WS-MTR-READ-DAY foreground-color 10
            HIGHLIGHT PROMPT " " blank when zero.
         03 VALUE "/".
         03 PIC 99 USING WS-MTR-READ-MONTH foreground-color 10
            HIGHLIGHT PROMPT " " blank when zero.
         03 VALUE "/".
         03 PIC 9999 USING WS-MTR-READ-YEAR foreground-color 10
            HIGHLIGHT PROMPT " " blank when zero.
         03 VALUE "]".
         03 LINE 17 COL 32 foreground-color 14 VALUE
            "Blank = tenancy start".

         03 LINE 20 COL 2 pic x(50) from ws-message
            foreground-color ws-color.

