      *=================================================================
      *  NAMEFMTQ - NAME-FORMATTING REQUEST AREA
      *  Passed on the CALL to NAMEFMT.  The caller names itself,
      *  moves in the D111E name parts, gender and address-form code
      *  and the width of the name line it has room for (zero means
      *  the 35-character window-envelope address field).
      *  Address-form code: 1 Herrn, 2 Frau, 3 no form of address;
      *  blank or anything else follows the gender (M Herrn, W Frau,
      *  D none).  KNACHNAME is the short surname personnel keeps for
      *  forms with little room; it replaces adel, vorsatz and name
      *  when the full line does not fit.
      *  NAMEFMT returns the form line, the name line in address-
      *  block order (titel vorname adel vorsatz name), the formal
      *  salutation (academic Dr./Prof. titles kept, others dropped),
      *  a sort name with the surname first and the nobility words
      *  after the first name, and the length of the full name line.
      *  Result Y: the full line fits; S: it fits only shortened
      *  (short surname, then first-name initial); N: it does not fit
      *  at all - the name line then holds the full line as far as
      *  it goes and the caller lists the person as an exception.
      *=================================================================
       01  NAME-FORMAT-REQUEST.
           05  NFQ-CALLER                 PIC X(8).
           05  NFQ-NAME-PARTS.
               10  NFQ-TITEL              PIC X(20).
               10  NFQ-VORNAME            PIC X(30).
               10  NFQ-ADEL               PIC X(20).
               10  NFQ-VORSATZ            PIC X(20).
               10  NFQ-NAME               PIC X(30).
               10  NFQ-KNACHNAME          PIC X(30).
           05  NFQ-GESCHLECHT             PIC X(1).
           05  NFQ-ANSCHRIFT              PIC X(1).
           05  NFQ-LINE-WIDTH             PIC 9(2).
           05  NFQ-RESULT                 PIC X(1).
               88  NFQ-FITS               VALUE 'Y'.
               88  NFQ-SHORTENED          VALUE 'S'.
               88  NFQ-TOO-LONG           VALUE 'N'.
           05  NFQ-FULL-LENGTH            PIC 9(3).
           05  NFQ-FORM-LINE              PIC X(10).
           05  NFQ-NAME-LINE              PIC X(60).
           05  NFQ-SALUTATION             PIC X(80).
           05  NFQ-SORT-NAME              PIC X(30).
