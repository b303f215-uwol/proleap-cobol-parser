      *  could not have returned the tape.  The closed-date list
      *  loads from the STORECAL dataset on the first call and stays
      *  resident for the run.
      *  2026-10-15 SSG - function 'P' returns the last open date
      *  before the request date (the prior business day), for
      *  drop-box returns keyed the morning after.
      *  2026-10-15 SSG - function 'N' returns the first open date
      *  after the request date (the next business day), for the
      *  pre-due courtesy call list.
      *  2026-10-15 SSG - functions 'A' and 'S' add or subtract
      *  CALR-DAYS calendar days from the request date, month- and
      *  leap-year-correct and ignoring closures, for windows such as
      *  the win-back lapse cutoff and promo code expiry.
      *  2026-10-15 SSG - function 'D' returns in CALR-DAYS the
      *  number of calendar days from the request date to the end
      *  date, for lead-time measures such as PO order to receipt.
      *  2026-10-15 SSG - function 'H' returns the store's opening
      *  and closing times (HHMM) on the request date from the
      *  HOURS cards, both zero on a closed date, for timecards.
      *  2026-10-15 SSG - function 'W' returns in CALR-DAYS the day
      *  of the week the request date falls on, 1 Monday through 7
      *  Sunday, for the substitute-cover run's meeting days.
      *=================================================================
       01  CALENDAR-REQUEST.
           05  CALR-FUNCTION              PIC X(1).
               88  CALR-ROLL-FORWARD      VALUE 'R'.
               88  CALR-COUNT-CLOSED      VALUE 'C'.
               88  CALR-PRIOR-OPEN        VALUE 'P'.
               88  CALR-NEXT-OPEN         VALUE 'N'.
               88  CALR-ADD-DAYS          VALUE 'A'.
               88  CALR-SUBTRACT-DAYS     VALUE 'S'.
               88  CALR-DAYS-BETWEEN      VALUE 'D'.
               88  CALR-STORE-HOURS       VALUE 'H'.
               88  CALR-DAY-OF-WEEK       VALUE 'W'.
           05  CALR-DATE                  PIC 9(8).
           05  CALR-END-DATE              PIC 9(8).
           05  CALR-RESULT-DATE           PIC 9(8).
           05  CALR-CLOSED-COUNT          PIC 9(5).
           05  CALR-DAYS                  PIC 9(5).
           05  CALR-OPEN-TIME             PIC 9(4).
           05  CALR-CLOSE-TIME            PIC 9(4).
