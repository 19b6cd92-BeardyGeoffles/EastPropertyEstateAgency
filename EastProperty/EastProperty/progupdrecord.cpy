      *PROGUPDRECORD.cpy
      *Record layout for the weekly progression update register -
      *one record per buyer or seller told how their agreed sale is
      *going on a ProgressionUpdate.cbl run. PU-PARTY-TYPE B buyer,
      *S seller. PU-SUMMARY is the one-line plain-English progress
      *(stages done, the latest, what is next, the chain) that the
      *PROGUPDATE message is worded from: the message's
      *NOTIFY-REF-ID points here. PU-BY-POST and PU-BY-MESSAGE say
      *how the update went (Y/N), by the party's consents.
       FD PROG-UPD-FILE.
       01 PROG-UPD-RECORD.
         03 PU-ID PIC 9(6).
         03 PU-PROPERTY-ID PIC 9(6).
         03 PU-DATE PIC 9(8).
         03 PU-PARTY-TYPE PIC X.
         03 PU-PARTY-ID PIC 9(6).
         03 PU-SUMMARY PIC X(120).
         03 PU-BY-POST PIC X.
         03 PU-BY-MESSAGE PIC X.
