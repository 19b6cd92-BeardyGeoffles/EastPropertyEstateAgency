      *RGICLAIMRECORD.cpy
      *Record layout for the rent guarantee claims file - one record
      *per run of arrears on a letting with a policy in force,
      *opened by RentArrearsEscalation.cbl at the first missed
      *payment and linked to that RENT-DUE-RECORD (CLM-RENT-DUE-ID).
      *CLM-NOTIFY-BY is the last day to tell the insurer - the first
      *missed payment's due date plus the policy's RGI-NOTIFY-DAYS.
      *CLM-PROMPT-DATE is the last night the escalation put the claim
      *on the worklist (zero until the first prompt). CLM-STATUS:
      *O = open, insurer not yet told; N = insurer notified;
      *S = settled by the insurer (CLM-PAID-AMOUNT); R = rejected;
      *C = closed - arrears cleared or withdrawn. Only O and N claims
      *are live. Dates are YYYYMMDD. Maintained in RentGuarantee.cbl.
       FD RGI-CLAIM-FILE.
       01 RGI-CLAIM-RECORD.
         03 CLM-ID PIC 9(6).
         03 CLM-POLICY-ID PIC 9(6).
         03 CLM-PROPERTY-ID PIC 9(6).
         03 CLM-RENT-DUE-ID PIC 9(6).
         03 CLM-FIRST-MISSED PIC 9(8).
         03 CLM-NOTIFY-BY PIC 9(8).
         03 CLM-PROMPT-DATE PIC 9(8).
         03 CLM-NOTIFIED-DATE PIC 9(8).
         03 CLM-INSURER-REF PIC X(20).
         03 CLM-STATUS PIC X.
         03 CLM-PAID-AMOUNT PIC 9(7)V99.
         03 CLM-USER-ID PIC 9(6).
