      *LETTERHEADRECORD.cpy
      *Record layout for the letterhead indexed file - one record per
      *branch (BRANCH-ID), holding everything a document we send out
      *has to carry: the trading name, the office address, phone and
      *email, the company registration and VAT numbers, the redress
      *scheme and client money protection memberships, and a free
      *footer. Branch 00 is the company letterhead, used by any
      *branch without its own. The document programs take their
      *header and footer lines from here through LetterheadLines.cbl
      *(ws-letterhead.cpy), so a move or a scheme change is keyed
      *once. Maintained through Letterhead.cbl.
       FD LETTERHEAD-FILE.
       01 LETTERHEAD-RECORD.
         03 LHEAD-BRANCH-ID PIC 99.
         03 LHEAD-COMPANY-NAME PIC X(40).
         03 LHEAD-AL1 PIC X(30).
         03 LHEAD-AL2 PIC X(30).
         03 LHEAD-AL3 PIC X(30).
         03 LHEAD-AL4 PIC X(30).
         03 LHEAD-POSTCODE PIC X(8).
         03 LHEAD-PHONE PIC X(11).
         03 LHEAD-EMAIL PIC X(40).
         03 LHEAD-COMPANY-REG PIC X(10).
         03 LHEAD-VAT-NO PIC X(14).
         03 LHEAD-REDRESS-SCHEME PIC X(30).
         03 LHEAD-REDRESS-NO PIC X(12).
         03 LHEAD-CMP-SCHEME PIC X(30).
         03 LHEAD-CMP-NO PIC X(12).
         03 LHEAD-FOOTER-1 PIC X(78).
         03 LHEAD-FOOTER-2 PIC X(78).
         03 LHEAD-UPDATED-BY PIC 9(6).
         03 LHEAD-UPDATED-DATE PIC 9(8).
