      *=================================================================
      *  DISTREC - DISTRIBUTOR MASTER RECORD LAYOUT
      *  One record per distributor the store buys tapes and discs
      *  from, keyed by the four-digit distributor ID.  Set up and
      *  amended through DISTMNT.  VIDMAINT names a title's usual
      *  distributor, POGEN raises each purchase order to it, PORECV
      *  records which distributor shipped, and the monthly VENDSCOR
      *  scorecard rates each distributor against its quoted lead
      *  time.  An inactive distributor stays on file for its
      *  history but receives no new orders.
      *  2026-10-15 VSG - DIST-TERMS is read by INVMATCH to date
      *  the payables voucher: 'NETnn' is due nn days after the
      *  invoice date, 'COD' on the invoice date, anything else
      *  30 days after it.
      *=================================================================
       01  DIST-RECORD.
           05  DIST-ID                    PIC 9(4).
           05  DIST-NAME                  PIC X(25).
           05  DIST-ADDRESS               PIC X(30).
           05  DIST-PHONE                 PIC X(10).
           05  DIST-TERMS                 PIC X(6).
           05  DIST-LEAD-DAYS             PIC 9(3).
           05  DIST-STATUS                PIC X(1).
               88  DIST-ACTIVE            VALUE 'A'.
               88  DIST-INACTIVE          VALUE 'I'.
           05  DIST-ADDED-DATE            PIC 9(8).
