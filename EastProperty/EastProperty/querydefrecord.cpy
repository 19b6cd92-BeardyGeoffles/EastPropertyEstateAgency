      *QUERYDEFRECORD.cpy
      *Record layout for the saved ad-hoc queries kept by
      *QueryWriter.cbl, one per name, so a monthly list can be rerun
      *without keying it again. QRY-FILE-CODE P property, B buyer,
      *S seller, V viewing, O offer, T tenancy (lettings on the
      *property file). QRY-COL-NO and QRY-CRIT-COL are column
      *numbers in QueryWriter's field catalogue for that file.
      *QRY-CRIT-OP E equals, R range (inclusive), C contains.
      *QRY-SORT-COL 0 = file order; QRY-SORT-DIR A or D.
      *QRY-OUTPUT S screen, P print spool, C CSV file. Dates are
      *YYYYMMDD.
       FD QUERY-DEF-FILE.
       01 QUERY-DEF-RECORD.
         03 QRY-NAME PIC X(20).
         03 QRY-FILE-CODE PIC X.
         03 QRY-COL-COUNT PIC 9.
         03 QRY-COLUMN OCCURS 8 TIMES.
           05 QRY-COL-NO PIC 99.
         03 QRY-CRIT-COUNT PIC 9.
         03 QRY-CRITERION OCCURS 5 TIMES.
           05 QRY-CRIT-COL PIC 99.
           05 QRY-CRIT-OP PIC X.
           05 QRY-CRIT-FROM PIC X(25).
           05 QRY-CRIT-TO PIC X(25).
         03 QRY-SORT-COL PIC 99.
         03 QRY-SORT-DIR PIC X.
         03 QRY-OUTPUT PIC X.
         03 QRY-OWNER-ID PIC 9(6).
         03 QRY-SAVED-DATE PIC 9(8).
         03 QRY-LAST-RUN-DATE PIC 9(8).
