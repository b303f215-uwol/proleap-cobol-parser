      *  2026-09-02 VSG - PREQ-DISCOUNT-AMT added: the promotion
      *  discount actually given, so the promo register and the
      *  effectiveness report can total discount dollars by code.
      *  2026-10-15 VSG - PREQ-SUBSCRIBER-FLAG: 'Y' prices the rental
      *  for an unlimited-rental subscriber at zero (no promotion
      *  taken); the damage waiver, if asked for, still prices.
      *  2026-10-15 VSG - PREQ-CUSTOMER-ID names the renter so a
      *  single-use promo code issued to one customer (win-back
      *  campaign) is honored only for that customer; PRICENG sets
      *  PREQ-SINGLE-USE-FLAG 'Y' when such a code was redeemed so the
      *  caller can report it used.  Callers quoting without a
      *  customer leave the id zero and single-use codes do not apply.
      *=================================================================
       01  PRICE-REQUEST.
           05  PREQ-TIER                  PIC X(1).
               88  PREQ-WAIVER-WANTED     VALUE 'Y'.
           05  PREQ-WAIVER-FEE            PIC 9(3)V99.
           05  PREQ-DISCOUNT-AMT          PIC 9(5)V99.
           05  PREQ-SUBSCRIBER-FLAG       PIC X(1).
               88  PREQ-SUBSCRIBER        VALUE 'Y'.
           05  PREQ-CUSTOMER-ID           PIC 9(6).
           05  PREQ-SINGLE-USE-FLAG       PIC X(1).
               88  PREQ-SINGLE-USE-REDEEMED VALUE 'Y'.
