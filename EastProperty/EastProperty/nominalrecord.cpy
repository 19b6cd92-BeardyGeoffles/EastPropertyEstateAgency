      *shape as CONFIG-RECORD, so the accountant's chart of accounts
      *can change without a programmer. NominalExport.cbl seeds the
      *sources it posts from (COMMISSION, COMM-VAT, DEBTORS,
      *REFERRAL, BANK, MGMT-FEE, CLIENT-AC, AGENT-FEE, INPUT-VAT,
      *CREDITORS) with placeholder account
      *codes on first use; the maintenance screen sets the real ones.
       FD NOMINAL-FILE.
       01 NOMINAL-RECORD.
