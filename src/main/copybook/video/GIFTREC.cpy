      *  pricing there and against late fees through PAYPOST; the
      *  outstanding balances are the shop's liability and feed the
      *  GLJRNL journal, replacing the spiral notebook.
      *  2026-10-15 VSG - GIFT-PURCHASER-ID added: the member who
      *  bought the certificate, taken from the sale card, so the
      *  PRIVRET retention run keeps a member whose certificate
      *  still carries a balance.  Zero when the buyer was not a
      *  member or the certificate was sold before the field.
      *  2026-10-15 VSG - status E (unclaimed): the annual ESCHEAT
      *  run zeroed a dormant balance and either reported it to the
      *  state as unclaimed property or took it to breakage income.
      *=================================================================
       01  GIFT-RECORD.
           05  GIFT-NUMBER                PIC 9(6).
           05  GIFT-STATUS                PIC X(1).
               88  GIFT-ACTIVE            VALUE 'A'.
               88  GIFT-DEPLETED          VALUE 'D'.
               88  GIFT-UNCLAIMED         VALUE 'E'.
           05  GIFT-PURCHASER-ID          PIC 9(6).
