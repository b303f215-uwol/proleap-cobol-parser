      *=================================================================
      *  RATOVRL - CONTENT-RATING OVERRIDE REGISTER LINE
      *  One 80-byte line per checkout the content-rating rule
      *  touched: a restricted title refused to an underage household
      *  member (action R), or rented to one on the account holder's
      *  recorded consent (action C).  RENTPROC writes the nightly
      *  RATEOVR register; RENTCAPT writes its counter refusals in
      *  the same layout to the RTOV extrapartition queue, and
      *  RENTPROC copies those to the head of the register so the
      *  licensing authority sees one list.  RENTER-AGE is 00 when the
      *  member has no birth date on file.
      *=================================================================
       01  RATING-OVERRIDE-LINE.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  RO-ACTION                  PIC X(1).
               88  RO-REFUSED             VALUE 'R'.
               88  RO-CONSENT-RENTAL      VALUE 'C'.
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  RO-TRANS-DATE              PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  RO-CUSTOMER-ID             PIC X(6).
           05  FILLER                     PIC X(1)  VALUE '-'.
           05  RO-MEMBER-NO               PIC X(2).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  RO-VIDEO-CODE              PIC X(5).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  RO-RATING                  PIC X(1).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  RO-RENTER-AGE              PIC 9(2).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  RO-SOURCE                  PIC X(8).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  RO-REGISTER-ID             PIC X(2).
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  RO-OPERATOR-ID             PIC X(3).
           05  FILLER                     PIC X(2)  VALUE SPACE.
           05  RO-MEMBER-NAME             PIC X(20).
           05  FILLER                     PIC X(3)  VALUE SPACE.
