      *shortfall month carries forward instead of becoming a phone
      *call. LL-TYPE: RNT = rent credit, FLT = float paid in,
      *FEE = management fee debit, MNT = maintenance debit,
      *RMT = remittance out, INS = rent guarantee insurance premium
      *debit (RentGuarantee.cbl), NRT = non-resident landlord tax
      *withheld from the landlord and held for the tax office
      *(LandlordStatements.cbl). LL-DRCR: C credits the landlord's
      *balance, D debits it. LandlordLedger.cbl posts, states and
      *reports; the AUTO note marks lines its month-post derived
      *from the activity files.
