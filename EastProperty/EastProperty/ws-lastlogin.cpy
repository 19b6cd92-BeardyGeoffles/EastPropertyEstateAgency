      *WS-LASTLOGIN.cpy
      *Fields used by Load-Last-Logins and Find-Last-Login in
      *LastLoginLoad.cpy. Load-Last-Logins fills the table with the
      *date of every user's latest successful LOGIN off
      *LOGIN-LOG-FILE; Find-Last-Login then takes WS-LASTLOGIN-USER-ID
      *and hands back WS-LASTLOGIN-DATE (YYYYMMDD, zero when the log
      *holds no successful login for the user).
       01 WS-LASTLOGIN-USER-ID PIC 9(6) VALUE 0.
       01 WS-LASTLOGIN-DATE PIC 9(8) VALUE 0.
       01 WS-LASTLOGIN-EOF PIC 9 VALUE 0 COMP.
       01 WS-LASTLOGIN-IDX PIC 9(4) VALUE 0 COMP.
       01 WS-LASTLOGIN-HIT PIC 9(4) VALUE 0 COMP.
       01 WS-LASTLOGIN-COUNT PIC 9(4) VALUE 0 COMP.
       01 WS-LASTLOGIN-TABLE OCCURS 1000 TIMES.
         03 WS-LL-USER-ID PIC 9(6).
         03 WS-LL-DATE PIC 9(8).
