      *=================================================================
      *  OPRAUTHQ - OPERATOR AUTHORIZATION REQUEST AREA
      *  Passed on the CALL to OPRAUTH.  The caller names itself, the
      *  operator ID on the card, the function being keyed, the dollar
      *  amount (fee waivers and refunds only, zero otherwise) and a
      *  short key identifying the item for the violation register.
      *  OPRAUTH returns Y or N and, on a refusal, the reason - the
      *  same reason it has already written to the SECVIOL register.
      *  Function codes:  W  fee waiver        O  write-off
      *                   R  rate change       M  customer merge
      *                   F  refund            V  manager override
      *=================================================================
       01  OPERATOR-AUTH-REQUEST.
           05  OAUT-CALLER                PIC X(8).
           05  OAUT-OPERATOR-ID           PIC X(3).
           05  OAUT-FUNCTION              PIC X(1).
               88  OAUT-FEE-WAIVER        VALUE 'W'.
               88  OAUT-WRITE-OFF         VALUE 'O'.
               88  OAUT-RATE-CHANGE       VALUE 'R'.
               88  OAUT-CUSTOMER-MERGE    VALUE 'M'.
               88  OAUT-REFUND            VALUE 'F'.
               88  OAUT-MGR-OVERRIDE      VALUE 'V'.
           05  OAUT-AMOUNT                PIC 9(5)V99.
           05  OAUT-ITEM-KEY              PIC X(15).
           05  OAUT-RESULT                PIC X(1).
               88  OAUT-GRANTED           VALUE 'Y'.
               88  OAUT-REFUSED           VALUE 'N'.
           05  OAUT-REASON                PIC X(30).
