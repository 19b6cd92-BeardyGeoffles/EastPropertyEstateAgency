         03 PIC X(7) USING PROPERTY-POSTCODE foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 11 COL 30 "F4 - FIND ADDRESS".
         03 LINE 11 COL 30 FOREGROUND-COLOR 14 "F4".
         03 LINE 11 COL 50 PIC X(18) FROM WS-ALOOK-STATUS-TEXT
            foreground-color 14.
         03 LINE 12 COL 2 "ASKING PRICE   [".
         03 FOREGROUND-COLOR 10 pic x(1) from ws-pound.
         03 PIC ZZZ,ZZZ.ZZ USING PROPERTY-ASKING foreground-color 10
