      *  2026-09-02 VSG - membership start/expiry dates added so the
      *  monthly MEMRENEW run can bill renewals and checkout can
      *  refuse an expired membership.
      *  2026-10-15 VSG - CUSTOMER-MEMBER-CLASS added (trial, standard,
      *  premium) so checkout can cap open rentals and new releases
      *  out per class from the MEMCLASS table; blank on older records
      *  is treated as standard.
      *  2026-10-15 VSG - class U is the unlimited-rental monthly
      *  subscription: no per-rental charge and no late fees, capped
      *  by its MEMCLASS row on titles out at once, and no new
      *  checkout while one is overdue.  MEMRENEW bills the monthly
      *  fee each cycle and stamps the month and fee billed here so
      *  a rerun cannot bill twice and SUBRPT can set the fee
      *  against the rentals consumed.
      *  2026-10-15 VSG - contact preferences added (no mail, no phone,
      *  statement only, letter language), maintained through CUSTMNT.
      *  No mail stops every mailing including the statement;
      *  statement only stops letters and notices but still mails
      *  the statement.  Legally required mail (collections
      *  placement) goes out regardless and is flagged as an
      *  override.  Blank on older records means no restriction,
      *  English letters.
      *=================================================================
       01  CUSTOMER-RECORD.
           05  CUSTOMER-ID                PIC 9(6).
           05  CUSTOMER-HOME-STORE        PIC 9(2).
           05  CUSTOMER-MEMBER-SINCE      PIC 9(8).
           05  CUSTOMER-EXPIRY-DATE       PIC 9(8).
           05  CUSTOMER-MEMBER-CLASS      PIC X(1).
               88  CUSTOMER-CLASS-TRIAL   VALUE 'T'.
               88  CUSTOMER-CLASS-STANDARD VALUE 'S' ' '.
               88  CUSTOMER-CLASS-PREMIUM VALUE 'P'.
               88  CUSTOMER-CLASS-SUBSCRIBER VALUE 'U'.
               88  CUSTOMER-CLASS-VALID   VALUE 'T' 'S' 'P' 'U'.
           05  CUSTOMER-SUB-BILLED-MONTH  PIC 9(6).
           05  CUSTOMER-SUB-FEE-BILLED    PIC 9(3)V99.
           05  CUSTOMER-CONTACT-PREFS.
               10  CUSTOMER-NO-MAIL       PIC X(1).
                   88  CUSTOMER-MAIL-REFUSED  VALUE 'Y'.
               10  CUSTOMER-NO-PHONE      PIC X(1).
                   88  CUSTOMER-PHONE-REFUSED VALUE 'Y'.
               10  CUSTOMER-STMT-ONLY     PIC X(1).
                   88  CUSTOMER-STATEMENT-ONLY VALUE 'Y'.
               10  CUSTOMER-LANGUAGE      PIC X(2).
                   88  CUSTOMER-LANG-ENGLISH  VALUE 'EN' '  '.
                   88  CUSTOMER-LANG-SPANISH  VALUE 'ES'.
                   88  CUSTOMER-LANG-VALID    VALUE 'EN' 'ES'.
