      *=================================================================
      *  HHMREC - HOUSEHOLD-MEMBER RECORD LAYOUT
      *  One record per authorized renter on a customer account,
      *  keyed by the account's CUSTOMER-ID plus a member number, so
      *  a family renting on one card can name who may use it.
      *  Member 00 is the account holder on CUSTFILE and is never
      *  carried here.  Maintained by HHMMNT from CUSTMNT-style
      *  cards; read by RENTPROC and RENTCAPT at checkout (the
      *  member number rides on the rental card and the rental) and
      *  by CUSTINQ and CUSTSTMT to show who took the tape.  A
      *  member is deactivated rather than deleted so the name stays
      *  behind the rentals already charged to the account.
      *  HHM-BIRTH-DATE dates the member's age for the content-rating
      *  check at checkout (see VIDEO-RATING in VIDOREC); a member
      *  with no birth date on file is treated as underage.  The
      *  consent flag is the account holder's standing permission
      *  for the member to rent restricted titles anyway.
      *=================================================================
       01  HOUSEHOLD-MEMBER-RECORD.
           05  HHM-KEY.
               10  HHM-CUSTOMER-ID        PIC 9(6).
               10  HHM-MEMBER-NO          PIC 9(2).
           05  HHM-NAME                   PIC X(30).
           05  HHM-RELATIONSHIP           PIC X(10).
           05  HHM-RENT-PERMISSION        PIC X(1).
               88  HHM-MAY-RENT           VALUE 'Y'.
               88  HHM-MAY-NOT-RENT       VALUE 'N'.
               88  HHM-PERMISSION-VALID   VALUE 'Y' 'N'.
           05  HHM-ACTIVE-FLAG            PIC X(1).
               88  HHM-IS-ACTIVE          VALUE 'Y'.
               88  HHM-IS-INACTIVE        VALUE 'N'.
           05  HHM-BIRTH-DATE             PIC 9(8).
           05  HHM-RESTRICT-CONSENT       PIC X(1).
               88  HHM-CONSENT-GIVEN      VALUE 'Y'.
               88  HHM-CONSENT-VALID      VALUE 'Y' 'N'.
