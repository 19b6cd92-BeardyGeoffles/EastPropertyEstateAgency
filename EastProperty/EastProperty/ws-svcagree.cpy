      *WS-SVCAGREE.cpy
      *Fields used by Read-Service-Agreement in ServiceLevelRead.cpy.
      *Calling program sets WS-SVC-PROPERTY-ID then performs the
      *paragraph; WS-SVC-FOUND comes back 1 with the agreement's
      *level and fees when one is on file. With none on file the
      *letting is fully managed: WS-SVC-LEVEL-CODE comes back "F"
      *and the fees zero, so the caller keeps its own default rate.
       01 WS-SVC-PROPERTY-ID PIC 9(6) VALUE 0.
       01 WS-SVC-FOUND PIC 9 VALUE 0 COMP.
       01 WS-SVC-LEVEL-CODE PIC X VALUE SPACE.
           88 WS-SVC-LET-ONLY VALUE "L".
           88 WS-SVC-RENT-COLLECT VALUE "R".
           88 WS-SVC-FULL-MANAGED VALUE "F".
       01 WS-SVC-PERCENT PIC 99V99 VALUE 0.
       01 WS-SVC-SETUP PIC 9(5)V99 VALUE 0.
       01 WS-SVC-RENEWAL PIC 9(5)V99 VALUE 0.
       01 WS-SVC-INSPECTION PIC 9(5)V99 VALUE 0.
