      *=================================================================
      *  OPRREC - OPERATOR SECURITY PROFILE RECORD LAYOUT
      *  One record per operator ID keyed on the registers and cards,
      *  held on the OPRFILE indexed dataset and maintained through
      *  OPRMAINT.  It carries the operator's name and home store,
      *  the dates between which the ID may be used (ACTIVE-TO zero
      *  when open-ended), a Y/N flag for each controlled function,
      *  and the largest single fee waiver and refund the operator
      *  may key.  OPRAUTH checks the batch programs' cards against
      *  it; the CICS capture transactions read it directly.  The
      *  monthly OPRLIST access listing prints it for the owner.
      *  2026-10-15 VSG - OPR-PHONE added (set by an OPRMAINT P card)
      *  so the weekly SODEXCP segregation-of-duties report can flag
      *  customer accounts carrying an operator's name or phone.
      *  2026-10-15 VSG - OPR-OVERRIDE-FLAG added: Y marks a manager
      *  who may approve a checkout RENTCAPT holds (block list,
      *  membership, limits) and RENTPROC then honors (OPRAUTH V).
      *=================================================================
       01  OPERATOR-RECORD.
           05  OPR-ID                     PIC X(3).
           05  OPR-NAME                   PIC X(30).
           05  OPR-HOME-STORE             PIC 9(2).
           05  OPR-ACTIVE-FROM            PIC 9(8).
           05  OPR-ACTIVE-TO              PIC 9(8).
           05  OPR-FUNCTIONS.
               10  OPR-WAIVE-FLAG         PIC X(1).
                   88  OPR-MAY-WAIVE      VALUE 'Y'.
               10  OPR-WRITE-OFF-FLAG     PIC X(1).
                   88  OPR-MAY-WRITE-OFF  VALUE 'Y'.
               10  OPR-RATE-FLAG          PIC X(1).
                   88  OPR-MAY-CHANGE-RATES VALUE 'Y'.
               10  OPR-MERGE-FLAG         PIC X(1).
                   88  OPR-MAY-MERGE      VALUE 'Y'.
               10  OPR-REFUND-FLAG        PIC X(1).
                   88  OPR-MAY-REFUND     VALUE 'Y'.
           05  OPR-WAIVE-LIMIT            PIC 9(5)V99.
           05  OPR-REFUND-LIMIT           PIC 9(5)V99.
           05  OPR-LAST-MAINT-DATE        PIC 9(8).
           05  OPR-PHONE                  PIC X(12).
           05  OPR-OVERRIDE-FLAG          PIC X(1).
               88  OPR-MAY-OVERRIDE       VALUE 'Y'.
