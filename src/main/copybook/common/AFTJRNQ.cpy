      *  and the journaled transactional state - re-running the
      *  step reproduces them, and journaling them would only
      *  replay stale derived values over a fresher recompute.
      *  2026-10-15 SSG - record image widened to 133 for the
      *  CUSTFILE contact preferences (customer record now 124).
      *=================================================================
       01  AFTER-IMAGE-REQUEST.
           05  AJRN-FILE-NAME             PIC X(8).
               88  AJRN-OP-WRITE          VALUE 'WR'.
               88  AJRN-OP-REWRITE        VALUE 'RW'.
               88  AJRN-OP-DELETE         VALUE 'DL'.
           05  AJRN-RECORD-IMAGE          PIC X(133).
