      *    'SIR' EMPLOYER SOCIAL-INSURANCE PAYABLE          *
      *    'EXP' EXPENSE REIMBURSEMENT EXPENSE              *
      *    'DSU' UNITEMISED-DEDUCTION SUSPENSE              *
      *    'GRP' GRATUITY PROVISION (EMPGRAT JOURNAL)       *
      *    'LVP' LEAVE PROVISION (EMPLVPRV JOURNAL)        *
      *    'WIP' UNBILLED WIP ACCRUAL (EMPWIP JOURNAL)      *
      *    'WIR' ACCRUED REVENUE (EMPWIP JOURNAL)           *
      *    'ICR' INTERCOMPANY RECEIVABLE (EMPICRC JOURNAL)  *
      *    'ICP' INTERCOMPANY PAYABLE (EMPICRC JOURNAL)     *
      *    'CAP' CAPITALISED LABOUR (EMPLDIST JOURNAL)      *
      *    'JSU' JOURNAL SUSPENSE FOR LINES NOT POSTABLE ON *
      *          THE CHART OF ACCOUNTS (COAMAST.DAT)        *
      *  MAINTAINED AS A FLAT TABLE FILE LIKE DEDTYPE.DAT   *
      *  SO FINANCE CAN REMAP AN ACCOUNT WITHOUT A          *
      *  RECOMPILE.  WHEN THE FILE IS MISSING, EMPJRNL      *
