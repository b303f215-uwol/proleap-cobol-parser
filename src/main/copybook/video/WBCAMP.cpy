      *=================================================================
      *  WBCAMP - WIN-BACK CAMPAIGN REGISTER LINE
      *  One 80-byte line per single-use promo code the monthly
      *  WINBACK run issues to a lapsed member: the code, who it was
      *  issued to, the campaign (issue) date, the offer's expiry and
      *  discount, and the member's last rental before the offer
      *  (zero when the member has never rented).  WINRPT reads the
      *  register generations back against PROMOREG to show which
      *  codes came back and what the returning members spent.
      *=================================================================
       01  CAMPAIGN-LINE.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  CM-PROMO-CODE              PIC X(6).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  CM-CUSTOMER-ID             PIC 9(6).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  CM-ISSUE-DATE              PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  CM-EXPIRE-DATE             PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  CM-DISCOUNT-PCT            PIC 9(2).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  CM-LAST-RENTAL             PIC 9(8).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  CM-HOME-STORE              PIC 9(2).
           05  FILLER                     PIC X(27) VALUE SPACE.
