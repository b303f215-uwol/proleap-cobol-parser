      *=================================================================
      *  PERSMREC - INDEXED PERSONNEL MASTER RECORD LAYOUT
      *  Held on the PERSMAST indexed dataset and kept up to date by
      *  PERSMUPD from each month's validated D111E details (the
      *  PERSVAL file ISSUE14 writes).  One record per history
      *  segment: the key is D111E-PERSNR plus the date the segment
      *  ends.  The segment in force today always ends 99999999, so
      *  a person's current record is read directly on that key.
      *  The end date is exclusive - a closed segment ends on the
      *  effective date of the segment that replaced it - so the
      *  segment in force on a given date is the first one for the
      *  person whose end date is later than that date, provided it
      *  had taken effect by then.  A change to the department
      *  (DST), cost center (KNR), any part of the name or the
      *  address closes the current segment and opens a new one
      *  effective the first of the reporting period; PM-CHANGE-
      *  FLAGS say which of the four opened it.  Anything else is
      *  corrected on the current segment in place.  PM-BAND-NR is
      *  the last five digits of the personnel number - the band
      *  number the parsed payroll detail (PARSEDTL) carries - and
      *  is an alternate key with duplicates for the ABSLEDG and
      *  PAYINTF lookups.  PM-LAST-PERIOD is the latest monthly
      *  extract (YYYYMM) the person appeared on.  Read it through
      *  PERSLKUP (see PERSLKQ) rather than directly.
      *=================================================================
       01  PERSONNEL-MASTER-RECORD.
           05  PM-KEY.
               10  PM-PERSNR              PIC 9(9).
               10  PM-END-DATE            PIC 9(8).
                   88  PM-CURRENT-SEGMENT VALUE 99999999.
           05  PM-BAND-NR                 PIC 9(5).
           05  PM-EFFECTIVE-DATE          PIC 9(8).
           05  PM-SEGMENT-REASON          PIC X(1).
               88  PM-NEW-PERSON          VALUE 'N'.
               88  PM-CHANGED             VALUE 'C'.
           05  PM-CHANGE-FLAGS.
               10  PM-DST-CHANGED         PIC X(1).
               10  PM-KNR-CHANGED         PIC X(1).
               10  PM-NAME-CHANGED        PIC X(1).
               10  PM-ADDRESS-CHANGED     PIC X(1).
           05  PM-ORGANIZATION.
               10  PM-PROJ                PIC 9(2).
               10  PM-DST                 PIC 9(3).
               10  PM-BEA                 PIC X(3).
               10  PM-BDST                PIC 9(8).
               10  PM-KNR                 PIC 9(2).
               10  PM-KNAME               PIC X(16).
           05  PM-NAME-PARTS.
               10  PM-NAME                PIC X(30).
               10  PM-VORNAME             PIC X(30).
               10  PM-TITEL               PIC X(20).
               10  PM-VORSATZ             PIC X(20).
               10  PM-ADEL                PIC X(20).
               10  PM-KNACHNAME           PIC X(30).
           05  PM-GESCHLECHT              PIC X(1).
           05  PM-GEB-DAT                 PIC 9(8).
           05  PM-ANSCHRIFT               PIC X(1).
           05  PM-ADDRESS.
               10  PM-STRASSE             PIC X(33).
               10  PM-HAUSNR              PIC X(8).
               10  PM-PLZ                 PIC X(10).
               10  PM-ORT                 PIC X(34).
               10  PM-LAND                PIC X(30).
           05  PM-LAST-PERIOD             PIC 9(6).
           05  FILLER                     PIC X(50).
