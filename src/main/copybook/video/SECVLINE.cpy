      *=================================================================
      *  SECVLINE - SECURITY-VIOLATION REGISTER LINE
      *  One 80-byte line per item refused because the keying
      *  operator is unknown, outside their active dates, not
      *  authorized for the function, or over their dollar limit.
      *  OPRAUTH appends the batch refusals to the SECVIOL dataset;
      *  WOCAPTR, RENTCAPT and HOLDCAPT write their counter refusals
      *  in the same layout to the SECV extrapartition queue (the
      *  SECVONL dataset).  OPRLIST prints both for the month under
      *  the access listing.  FUNCTION is the OPRAUTHQ code, or blank
      *  for a counter capture refused because the operator is not
      *  on file or not active.
      *  2026-10-15 VSG - PAYCAPT counter payment refusals queue to
      *  SECV in the same layout.
      *  2026-10-15 VSG - RENTCAPT logs a manager override approval
      *  refused for the manager with FUNCTION V.
      *=================================================================
       01  SECURITY-VIOLATION-LINE.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  SV-DATE                    PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  SV-SOURCE                  PIC X(8).
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  SV-OPERATOR-ID             PIC X(3).
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  SV-FUNCTION                PIC X(1).
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  SV-AMOUNT                  PIC ZZZZ9.99.
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  SV-ITEM-KEY                PIC X(15).
           05  FILLER                     PIC X(1)  VALUE SPACE.
           05  SV-REASON                  PIC X(30).
