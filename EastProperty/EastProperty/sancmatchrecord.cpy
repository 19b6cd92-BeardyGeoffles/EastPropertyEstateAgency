      *SANCMATCHRECORD.cpy
      *Record layout for the screening review queue - one record per
      *possible match between one of our parties and a screening
      *list entry, raised by SanctionsScreen.cbl and decided on
      *SanctionsReview.cbl by the compliance user.
      *SM-PARTY-TYPE: B = buyer, S = seller (joint owners are
      *sellers), T = tenant.
      *SM-MATCH-RULE: N = whole name, I = surname and first initial.
      *SM-STATUS: P = possible match awaiting review, F = false
      *positive, T = true match, C = true match since cleared.
      *A party with any match at T is held: no offer acceptance and
      *no client-account payment to them (SanctionsCheck.cpy).
      *A party already matched to a list entry is not queued for it
      *again, whatever the decision was.
       FD SANC-MATCH-FILE.
       01 SANC-MATCH-RECORD.
         03 SM-ID PIC 9(6).
         03 SM-PARTY.
           05 SM-PARTY-TYPE PIC X.
           05 SM-PARTY-ID PIC 9(6).
         03 SM-PARTY-NAME PIC X(20).
         03 SM-LIST-TYPE PIC X.
         03 SM-LIST-REF PIC X(12).
         03 SM-LIST-NAME PIC X(40).
         03 SM-MATCH-RULE PIC X.
         03 SM-RAISED-DATE PIC 9(8).
         03 SM-STATUS PIC X.
         03 SM-DECIDED-BY PIC 9(6).
         03 SM-DECIDED-DATE PIC 9(8).
         03 SM-NOTE PIC X(40).
