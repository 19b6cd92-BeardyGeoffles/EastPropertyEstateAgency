      *WS-DISTRIB.cpy
      *Parameters ReportDistribute.cbl is called with by
      *Register-Spool-Output (SpoolWrite.cpy): the spool catalogue
      *entry just written, its job name and its dataset.
       01 WS-DIST-SPOOL-ID PIC 9(6).
       01 WS-DIST-JOB PIC X(20).
       01 WS-DIST-DATASET PIC X(20).
