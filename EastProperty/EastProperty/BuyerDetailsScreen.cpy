
         03 LINE 5 COL 2 "BUYER ID        ".
         03 PIC 9(6) from BUYER-ID.
         03 LINE 5 COL 35 "GRADE ".
         03 PIC X FROM BUYER-GRADE foreground-color 14.
         03 LINE 7 COL 2 "BUYER NAME     [".
         03 pic X(20) using BUYER-NAME foreground-color 10
         HIGHLIGHT PROMPT " ".
         03 PIC X(7) USING BUYER-POSTCODE foreground-color 10
         HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 14 COL 30 "F4 - FIND ADDRESS".
         03 LINE 14 COL 30 FOREGROUND-COLOR 14 "F4".
         03 LINE 14 COL 50 PIC X(18) FROM WS-ALOOK-STATUS-TEXT
            foreground-color 14.
         03 LINE 15 COL 2
         "OWN SALE (N)one (Y)es (O)ffer [".
         03 PIC X USING BUYER-TO-SELL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 15 COL 12 FOREGROUND-COLOR 14 "N".
         03 LINE 15 COL 19 FOREGROUND-COLOR 14 "Y".
         03 LINE 15 COL 25 FOREGROUND-COLOR 14 "O".
         03 LINE 15 COL 45 "OUR LISTING [".
         03 PIC Z(6) USING BUYER-SELL-PROPERTY-ID foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 16 COL 2 "CONTACT NUMBER [".
         03 PIC x(11) USING BUYER-PHONE foreground-color 10
         HIGHLIGHT PROMPT " ".
         03 PIC z(4) USING BUYER-CAMPAIGN-ID foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 17 COL 2 "EMAIL [".
         03 PIC X(50) USING BUYER-EMAIL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 17 COL 61 "CHANNEL E/S/P [".
         03 PIC X USING BUYER-PREF-CHANNEL foreground-color 10
            HIGHLIGHT PROMPT " ".
         03 VALUE "]".
         03 LINE 18 COL 2 "NOTES          [".
         03 PIC x(50) USING BUYER-NOTES foreground-color 10
         HIGHLIGHT PROMPT " ".
