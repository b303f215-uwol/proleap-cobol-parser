      *=================================================================
      *  SICKCREC - SICK-NOTE CERTIFICATE FILE RECORD LAYOUT
      *  One record per doctor's certificate received, posted by
      *  SICKCERT from the certificate cards and carried forward run
      *  to run (SICKCRTI in, SICKCRTO out); SICKLKUP reads the
      *  current generation as SICKCERT.  A certificate belongs to
      *  the absence that started on SK-START-DATE and covers it
      *  through SK-COVERED-TO, both days included.  A follow-up
      *  certificate for the same absence extends SK-COVERED-TO on
      *  the same record.  SK-BAND-NR is the last five digits of the
      *  personnel number, the band number the parsed payroll detail
      *  (PARSEDTL) carries, and is what the absences match on.
      *=================================================================
       01  SICK-CERTIFICATE-RECORD.
           05  SK-PERSNR                  PIC 9(9).
           05  FILLER                     PIC X(1).
           05  SK-BAND-NR                 PIC 9(5).
           05  FILLER                     PIC X(1).
           05  SK-START-DATE              PIC 9(8).
           05  FILLER                     PIC X(1).
           05  SK-RECEIVED-DATE           PIC 9(8).
           05  FILLER                     PIC X(1).
           05  SK-COVERED-TO              PIC 9(8).
           05  FILLER                     PIC X(1).
           05  SK-POSTED-DATE             PIC 9(8).
           05  FILLER                     PIC X(29).
