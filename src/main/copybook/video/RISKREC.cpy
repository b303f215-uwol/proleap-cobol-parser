      *=================================================================
      *  RISKREC - CUSTOMER RISK-SCORE RECORD LAYOUT
      *  One record per customer, maintained nightly by RISKSCR from
      *  the collections trail: bounced checks reversed by NSFPROC,
      *  accounts placed with the agency by COLPLACE, write-offs
      *  WRITEOFF settled against the customer's rental, rentals
      *  closed lost (open on RENTFILE or archived to RENTHIST), and
      *  the 60/90-day buckets of tonight's FEEAGING aging.  The
      *  event counts accumulate night over night; the lost count
      *  and aged amounts are recomputed every run.  RISK-BAND is
      *  what RENTPROC checkout reads: a high-band customer must
      *  leave a refundable security deposit on the rental.
      *  The record keyed on customer zero is RISKSCR's control
      *  record - RISK-SCORE-DATE there is the business date whose
      *  event registers were last posted, so a rerun of the same
      *  night rescores without counting the events twice.
      *=================================================================
       01  RISK-RECORD.
           05  RISK-CUSTOMER-ID           PIC 9(6).
           05  RISK-SCORE                 PIC 9(3).
           05  RISK-BAND                  PIC X(1).
               88  RISK-BAND-LOW          VALUE 'L' ' '.
               88  RISK-BAND-MEDIUM       VALUE 'M'.
               88  RISK-BAND-HIGH         VALUE 'H'.
           05  RISK-PRIOR-BAND            PIC X(1).
           05  RISK-SCORE-DATE            PIC 9(8).
           05  RISK-NSF-COUNT             PIC 9(3).
           05  RISK-PLACED-COUNT          PIC 9(3).
           05  RISK-WRITEOFF-COUNT        PIC 9(3).
           05  RISK-LOST-COUNT            PIC 9(3).
           05  RISK-AGED-60-AMT           PIC 9(5)V99.
           05  RISK-AGED-90-AMT           PIC 9(5)V99.
