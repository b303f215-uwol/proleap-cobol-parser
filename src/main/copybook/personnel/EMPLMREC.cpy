      *=================================================================
      *  EMPLMREC - INDEXED EMPLOYER MASTER RECORD LAYOUT
      *  Held on the EMPLMAST indexed dataset and kept by EMPLMNT
      *  from add, change and close cards.  One record per employer
      *  number (Betriebsnummer) that may appear as BTRNR-A or
      *  BTRNR-E in the payroll input the unstring pass reads.  The
      *  validity window runs from EM-VALID-FROM to EM-VALID-TO,
      *  both days included; an open employer ends 99999999.  A
      *  close card sets the last valid day and status C - the
      *  record is never deleted, so older absences still find
      *  their employer.  EM-BUREAU-REF is the payroll bureau's own
      *  reference for the employer and goes out on every PAYINTF
      *  transaction.  Read it through EMPLLKUP (see EMPLLKQ)
      *  rather than directly.
      *=================================================================
       01  EMPLOYER-MASTER-RECORD.
           05  EM-BTRNR                   PIC X(8).
           05  EM-NAME                    PIC X(30).
           05  EM-ADDRESS.
               10  EM-STRASSE             PIC X(30).
               10  EM-PLZ                 PIC X(10).
               10  EM-ORT                 PIC X(30).
           05  EM-VALID-FROM              PIC 9(8).
           05  EM-VALID-TO                PIC 9(8).
               88  EM-OPEN-ENDED          VALUE 99999999.
           05  EM-BUREAU-REF              PIC X(10).
           05  EM-STATUS                  PIC X(1).
               88  EM-OPEN                VALUE 'A'.
               88  EM-CLOSED              VALUE 'C'.
           05  EM-ADDED-DATE              PIC 9(8).
           05  EM-CHANGED-DATE            PIC 9(8).
           05  FILLER                     PIC X(49).
