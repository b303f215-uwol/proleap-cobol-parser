      *  the debits and credits posted from each night's GLJRNL batch
      *  by GLPOST.  GLCLOSE reads these records for the trial
      *  balance and the month-end close package.
      *  At fiscal year end GLCLOSE writes the revenue and expense
      *  closing entries under period YYYY13 and the balance-sheet
      *  opening balances into period 01 of the new year, so a
      *  year's balances are its own periods 01 through 12.
      *  Each account is kept store by store (LEDG-STORE-CODE, 00 is
      *  head office) from the store on the GLJRNL entry, so the
      *  store-level P&L (STOREPL) reads straight off the ledger and
      *  the company figure is the sum across stores.
      *=================================================================
       01  LEDGER-RECORD.
           05  LEDG-KEY.
               10  LEDG-PERIOD-YYYYMM     PIC 9(6).
               10  LEDG-ACCOUNT           PIC 9(4).
               10  LEDG-STORE-CODE        PIC 9(2).
           05  LEDG-DEBITS                PIC 9(11)V99.
           05  LEDG-CREDITS               PIC 9(11)V99.
