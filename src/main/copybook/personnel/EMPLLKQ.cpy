      *=================================================================
      *  EMPLLKQ - EMPLOYER MASTER LOOKUP REQUEST AREA
      *  Passed on the CALL to EMPLLKUP.  The caller names itself and
      *  asks for an employer number (BTRNR) as of a date (YYYYMMDD;
      *  zero when only the number itself is in question).  EMPLLKUP
      *  returns Y with the employer master record in ELK-MASTER-
      *  IMAGE (move it to EMPLOYER-MASTER-RECORD to use the EMPLMREC
      *  names) when the employer is on file and - for a dated
      *  lookup - valid on that date, W when it is on file but the
      *  date falls outside its validity window (the record is still
      *  returned), N when it is not on the master, or U when the
      *  master could not be opened.
      *=================================================================
       01  EMPLOYER-LOOKUP-REQUEST.
           05  ELK-CALLER                 PIC X(8).
           05  ELK-BTRNR                  PIC X(8).
           05  ELK-AS-OF-DATE             PIC 9(8).
           05  ELK-RESULT                 PIC X(1).
               88  ELK-FOUND              VALUE 'Y'.
               88  ELK-OUTSIDE-WINDOW     VALUE 'W'.
               88  ELK-NOT-FOUND          VALUE 'N'.
               88  ELK-UNAVAILABLE        VALUE 'U'.
           05  ELK-MASTER-IMAGE           PIC X(200).
