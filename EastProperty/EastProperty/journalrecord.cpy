      *date-stamped dataset and clears it after a good backup, so
      *the live journal always holds exactly the changes made since
      *the backup JournalRollForward.cbl would replay onto.
      *JRNL-FILE-CODE: P=property B=buyer S=seller V=viewing U=user,
      *C=chain carry-forward.
      *JRNL-IMAGE is the full after-image, sized for the largest
      *record (property, since the offer history moved to its own
      *file).
      *Entries are chained as they are written: JRNL-CHAIN-SEQ runs
      *on from the entry before, and JRNL-CHECK is built from that
      *entry's check and this entry's own contents, so an entry
      *altered, removed or slipped in breaks the chain
      *(ChainVerify.cbl). When the nightly backup rolls the journal
      *and clears it, the fresh journal opens with a carry-forward
      *entry (JRNL-FILE-CODE C) holding the rolled journal's last
      *sequence and check, the dataset it went to, how many entries
      *and who ran it, so the chain carries on across the roll.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
         03 JRNL-DATE PIC 9(8).
         03 JRNL-ACTION PIC X(6).
         03 JRNL-KEY PIC 9(8).
         03 JRNL-IMAGE PIC X(523).
         03 JRNL-CARRY REDEFINES JRNL-IMAGE.
           05 JRNL-CARRY-SEQ PIC 9(9).
           05 JRNL-CARRY-CHECK PIC 9(12).
           05 JRNL-CARRY-DATASET PIC X(20).
           05 JRNL-CARRY-COUNT PIC 9(6).
           05 JRNL-CARRY-BY PIC 9(6).
           05 FILLER PIC X(470).
         03 JRNL-CHAIN-SEQ PIC 9(9).
         03 JRNL-CHECK PIC 9(12).
