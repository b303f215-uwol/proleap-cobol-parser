      *  2026-09-02 VSG - VIDEO-STORE-CODE added (home store carrying
      *  the title) for the second location; per-copy store lives on
      *  COPYREC and moves with inter-store transfers.
      *  2026-10-15 VSG - VIDEO-RATING added (content rating, set by
      *  VIDMAINT and CATIMPRT): checkout refuses a restricted title
      *  to an underage household member without the account
      *  holder's consent.  R is restricted under 17, NC-17 (N) and
      *  adults-only (X) under 18; blank is not yet rated.
      *  2026-10-15 VSG - VIDEO-DISTRIBUTOR-ID added (the distributor
      *  the title is normally bought from, set by VIDMAINT, see
      *  DISTREC); POGEN raises the title's purchase orders to it.
      *  2026-10-15 VSG - VIDEO-GENRE added (two-letter genre code,
      *  set by VIDMAINT and defaulted by CATIMPRT from the
      *  distributor's catalog); GENRERPT reports rentals, revenue
      *  and shelf space by genre.  Blank is not yet classified.
      *=================================================================
       01  VIDEO-RECORD.
           05  VIDEO-CODE                 PIC 9(5).
           05  VIDEO-RELEASE-DATE         PIC 9(8).
           05  VIDEO-TOTAL-COPIES         PIC 9(3).
           05  VIDEO-STORE-CODE           PIC 9(2).
           05  VIDEO-RATING               PIC X(1).
               88  VIDEO-RATING-VALID     VALUE 'G' 'P' 'T' 'R' 'N'
                                                'X' ' '.
               88  VIDEO-RATING-RESTRICTED VALUE 'R' 'N' 'X'.
               88  VIDEO-RATING-ADULTS-ONLY VALUE 'N' 'X'.
           05  VIDEO-DISTRIBUTOR-ID       PIC 9(4).
           05  VIDEO-GENRE                PIC X(2).
               88  VIDEO-GENRE-VALID      VALUE 'AC' 'AN' 'CO' 'DO'
                                                'DR' 'FA' 'FO' 'HO'
                                                'MU' 'RO' 'SF' 'TH'
                                                'WE' '  '.
