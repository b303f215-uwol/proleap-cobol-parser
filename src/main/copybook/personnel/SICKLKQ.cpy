      *=================================================================
      *  SICKLKQ - SICK-NOTE CERTIFICATE CHECK REQUEST AREA
      *  Passed on the CALL to SICKLKUP.  The caller names itself and
      *  gives one ABS element from the parsed payroll detail - band
      *  number, tag, start date (zero when the line carries no date)
      *  and length in days - and the date to judge it on.  SICKLKUP
      *  returns N when the absence needs no certificate (not a
      *  sickness tag, or no longer than the certificate threshold),
      *  C when a certificate covers it to its last day, G when it is
      *  not covered but still inside the grace period, M when it is
      *  not covered and the grace period has run out, D when it
      *  needs a certificate but carries no start date to match on,
      *  or U when the certificate file could not be opened.  For C,
      *  G and M the absence's last day and the last day of grace
      *  come back, with the certificate's received and covered-
      *  through dates when one was found for the absence (zero when
      *  none was).
      *=================================================================
       01  SICK-CERT-REQUEST.
           05  SKQ-CALLER                 PIC X(8).
           05  SKQ-BAND-NR                PIC 9(5).
           05  SKQ-TAG-NUM                PIC 9(4).
           05  SKQ-START-DATE             PIC 9(8).
           05  SKQ-DAYS                   PIC 9(3).
           05  SKQ-AS-OF-DATE             PIC 9(8).
           05  SKQ-RESULT                 PIC X(1).
               88  SKQ-NOT-REQUIRED       VALUE 'N'.
               88  SKQ-COVERED            VALUE 'C'.
               88  SKQ-IN-GRACE           VALUE 'G'.
               88  SKQ-MISSING            VALUE 'M'.
               88  SKQ-UNDATED            VALUE 'D'.
               88  SKQ-UNAVAILABLE        VALUE 'U'.
           05  SKQ-END-DATE               PIC 9(8).
           05  SKQ-GRACE-END-DATE         PIC 9(8).
           05  SKQ-RECEIVED-DATE          PIC 9(8).
           05  SKQ-COVERED-TO             PIC 9(8).
