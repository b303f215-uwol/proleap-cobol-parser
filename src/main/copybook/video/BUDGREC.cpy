      *=================================================================
      *  BUDGREC - GENERAL-LEDGER BUDGET RECORD LAYOUT
      *  One record per fiscal year, period and ledger account,
      *  holding the owner's budget for that account in that month.
      *  The fiscal year runs with the calendar year, so fiscal year
      *  2026 period 03 is LEDG-PERIOD-YYYYMM 202603.  BUDG-AMOUNT
      *  is stated the way the account normally runs - a positive
      *  figure is a debit for asset and expense accounts and a
      *  credit for liability, equity and revenue accounts (2000-
      *  4999) - so a revenue budget is keyed as a positive number.
      *  Loaded and amended by BUDGMNT control cards, every change
      *  journalled to CHGJRNL; BUDVAR reads it for the monthly
      *  budget-versus-actual report against LEDGFILE.
      *=================================================================
       01  BUDGET-RECORD.
           05  BUDG-KEY.
               10  BUDG-FISCAL-YEAR       PIC 9(4).
               10  BUDG-PERIOD            PIC 9(2).
               10  BUDG-ACCOUNT           PIC 9(4).
           05  BUDG-AMOUNT                PIC S9(9)V99.
           05  BUDG-ADDED-DATE            PIC 9(8).
           05  BUDG-CHANGED-DATE          PIC 9(8).
           05  BUDG-CHANGED-BY            PIC X(3).
