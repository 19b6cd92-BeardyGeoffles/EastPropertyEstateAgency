      *RPTBOXRECORD.cpy
      *Record layout for the "reports for you" file - one record per
      *report delivered to one user off a distribution list
      *(distlistrecord.cpy) when it was spooled, written by
      *ReportDistribute.cbl and shown by ReportInbox.cbl at login.
      *RPTBOX-VIA U named on the list, B through their branch.
      *RPTBOX-EMAILED Y when an email was queued as well. The
      *opened date and time are the first time the user opened
      *it (zero = never opened); RPTBOX-OPEN-COUNT counts every
      *opening. Dates are YYYYMMDD, times HHMMSS.
       FD REPORT-BOX-FILE.
       01 REPORT-BOX-RECORD.
         03 RPTBOX-ID PIC 9(6).
         03 RPTBOX-USER-ID PIC 9(6).
         03 RPTBOX-SPOOL-ID PIC 9(6).
         03 RPTBOX-JOB PIC X(20).
         03 RPTBOX-DATASET PIC X(20).
         03 RPTBOX-VIA PIC X.
         03 RPTBOX-EMAILED PIC X.
         03 RPTBOX-SENT-DATE PIC 9(8).
         03 RPTBOX-SENT-TIME PIC 9(6).
         03 RPTBOX-OPENED-DATE PIC 9(8).
         03 RPTBOX-OPENED-TIME PIC 9(6).
         03 RPTBOX-OPEN-COUNT PIC 9(3).
