      *SANCLISTRECORD.cpy
      *Record layout for the screening list - the published
      *consolidated list of financial sanctions targets and the
      *politically exposed persons list, one record per name (an
      *alias is a record of its own under the same list reference).
      *Replaced outright on each load by SanctionsListLoad.cbl.
      *SL-LIST-TYPE: S = sanctions, P = politically exposed person.
      *SL-NAME is the name as published; SL-MATCH-NAME is the same
      *name upper-cased with punctuation dropped and single-spaced,
      *and SL-SURNAME its last word, the path SanctionsScreen.cbl
      *reads the list by.
       FD SANC-LIST-FILE.
       01 SANC-LIST-RECORD.
         03 SL-ID PIC 9(6).
         03 SL-LIST-TYPE PIC X.
         03 SL-LIST-REF PIC X(12).
         03 SL-NAME PIC X(40).
         03 SL-MATCH-NAME PIC X(40).
         03 SL-SURNAME PIC X(20).
         03 SL-REGIME PIC X(30).
         03 SL-LISTED-DATE PIC 9(8).
         03 SL-LOADED-DATE PIC 9(8).
