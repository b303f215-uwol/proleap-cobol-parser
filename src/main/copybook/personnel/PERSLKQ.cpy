      *=================================================================
      *  PERSLKQ - PERSONNEL MASTER LOOKUP REQUEST AREA
      *  Passed on the CALL to PERSLKUP.  The caller names itself and
      *  asks by personnel number (function P) or by the five-digit
      *  band number the parsed payroll detail carries (function B),
      *  as of a date (YYYYMMDD; zero for the segment in force
      *  today).  PERSLKUP returns Y with the history segment in
      *  force on that date in PLK-MASTER-IMAGE (move it to
      *  PERSONNEL-MASTER-RECORD to use the PERSMREC names), N when
      *  the person was not on the master then, A when more than one
      *  person shares the band number on that date (the first is
      *  returned), or U when the master could not be opened.
      *=================================================================
       01  PERSONNEL-LOOKUP-REQUEST.
           05  PLK-CALLER                 PIC X(8).
           05  PLK-FUNCTION               PIC X(1).
               88  PLK-BY-PERSNR          VALUE 'P'.
               88  PLK-BY-BAND-NR         VALUE 'B'.
           05  PLK-PERSNR                 PIC 9(9).
           05  PLK-BAND-NR                PIC 9(5).
           05  PLK-AS-OF-DATE             PIC 9(8).
           05  PLK-RESULT                 PIC X(1).
               88  PLK-FOUND              VALUE 'Y'.
               88  PLK-NOT-FOUND          VALUE 'N'.
               88  PLK-AMBIGUOUS          VALUE 'A'.
               88  PLK-UNAVAILABLE        VALUE 'U'.
           05  PLK-MASTER-IMAGE           PIC X(400).
