      *=================================================================
      *  SHRKREC - SHRINKAGE HISTORY RECORD LAYOUT
      *  One line per inventory variance, appended nightly to the
      *  cumulative SHRKHIST file so a discrepancy is not forgotten
      *  the morning after it is flagged.  DRIFTCHK writes a title
      *  line ('D') for every on-hand drift it finds, short or over;
      *  RECON writes a line ('C') for every copy a shelf count comes
      *  up short, naming the on-shelf copy the scan missed where
      *  CPYFILE can tell (copy number zero where it cannot).  Each
      *  line carries the clerks who keyed RENTREG that night.
      *  SHRKRPT reads the history for the monthly loss-prevention
      *  report.
      *=================================================================
       01  SHRINK-RECORD.
           05  SHRK-EVENT-DATE            PIC 9(8).
           05  FILLER                     PIC X(1).
           05  SHRK-SOURCE                PIC X(1).
               88  SHRK-FROM-DRIFT        VALUE 'D'.
               88  SHRK-FROM-COUNT        VALUE 'C'.
           05  FILLER                     PIC X(1).
           05  SHRK-VIDEO-CODE            PIC 9(5).
           05  FILLER                     PIC X(1).
           05  SHRK-COPY-NUMBER           PIC 9(3).
           05  FILLER                     PIC X(1).
           05  SHRK-STORE-CODE            PIC 9(2).
           05  FILLER                     PIC X(1).
           05  SHRK-MEDIA-FORMAT          PIC X(1).
           05  FILLER                     PIC X(1).
           05  SHRK-BOOK-QTY              PIC 9(3).
           05  FILLER                     PIC X(1).
           05  SHRK-FOUND-QTY             PIC 9(3).
           05  FILLER                     PIC X(1).
           05  SHRK-SHORT-QTY             PIC 9(3).
           05  FILLER                     PIC X(1).
           05  SHRK-OVER-QTY              PIC 9(3).
           05  FILLER                     PIC X(1).
           05  SHRK-LAST-SEEN-DATE        PIC 9(8).
           05  FILLER                     PIC X(1).
           05  SHRK-SHIFT-OPERATORS.
               10  SHRK-SHIFT-OPERATOR    PIC X(3) OCCURS 4 TIMES.
           05  FILLER                     PIC X(17).
