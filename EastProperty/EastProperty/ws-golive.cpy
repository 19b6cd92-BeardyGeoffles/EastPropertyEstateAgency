      *WS-GOLIVE.cpy
      *Fields used by Check-Go-Live in GoLiveCheck.cpy. The property
      *being checked must be in PROPERTY-RECORD; the calling program
      *performs Check-Go-Live and gets back WS-GOLIVE-MET(n) 1 for
      *each checklist item in place, WS-GOLIVE-READY 1 when all
      *seven are, WS-GOLIVE-OVERRIDDEN 1 when a manager's override
      *is on file (reason in WS-GOLIVE-OVERRIDE-REASON) and
      *WS-GOLIVE-CLEAR 1 when either lets the property be listed.
      *WS-GOLIVE-FIRST-GAP names the first item holding it up and
      *WS-GOLIVE-GAP-COUNT how many are. WS-GOLIVE-BOARD-STATUS is
      *the board register's state for the property, space if none.
       01 WS-GOLIVE-ITEM-NAMES.
         03 FILLER PIC X(20) VALUE "TERMS SIGNED".
         03 FILLER PIC X(20) VALUE "SELLER AML PASSED".
         03 FILLER PIC X(20) VALUE "EPC ON REGISTER".
         03 FILLER PIC X(20) VALUE "PHOTOGRAPH".
         03 FILLER PIC X(20) VALUE "PARTICULARS ROOMS".
         03 FILLER PIC X(20) VALUE "BOARD ORDERED".
         03 FILLER PIC X(20) VALUE "CONSENT RECORDED".
       01 WS-GOLIVE-ITEM-TABLE REDEFINES WS-GOLIVE-ITEM-NAMES.
         03 WS-GOLIVE-ITEM-NAME PIC X(20) OCCURS 7 TIMES.
       01 WS-GOLIVE-MET-TABLE.
         03 WS-GOLIVE-MET PIC 9 OCCURS 7 TIMES.
       01 WS-GOLIVE-READY PIC 9 VALUE 0 COMP.
       01 WS-GOLIVE-OVERRIDDEN PIC 9 VALUE 0 COMP.
       01 WS-GOLIVE-CLEAR PIC 9 VALUE 0 COMP.
       01 WS-GOLIVE-GAP-COUNT PIC 9 VALUE 0.
       01 WS-GOLIVE-FIRST-GAP PIC X(20) VALUE SPACES.
       01 WS-GOLIVE-OVERRIDE-REASON PIC X(50) VALUE SPACES.
       01 WS-GOLIVE-BOARD-STATUS PIC X VALUE SPACE.
       01 WS-GOLIVE-IDX PIC 9 VALUE 0 COMP.
       01 WS-GOLIVE-EOF PIC 9 VALUE 0 COMP.
