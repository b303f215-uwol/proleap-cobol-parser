      *=================================================================
      *  LANDNRMQ - COUNTRY NORMALIZATION REQUEST AREA
      *  Passed on the CALL to LANDNORM.  The caller names itself and
      *  moves in the free-text D111E-LAND and the postal code.
      *  LANDNORM returns D when the country is the home country
      *  (a blank LAND counts as home), F when it is a foreign
      *  country on the table, or U when the spelling is not on the
      *  table.  For D and F it returns the ISO country code, the
      *  country name as it is filed and printed, the order of the
      *  town and postal-code lines and the postal-code format, and
      *  says whether the postal code fits that format.
      *  Line order: P postal code then town on one line, O town
      *  then postal code on one line, L town line with the postal
      *  code on a line of its own below it.
      *  Format: 9 a digit, A a letter, anything else itself; a
      *  blank format takes any postal code that is not blank.
      *=================================================================
       01  LAND-NORM-REQUEST.
           05  LNQ-CALLER                 PIC X(8).
           05  LNQ-LAND                   PIC X(30).
           05  LNQ-PLZ                    PIC X(10).
           05  LNQ-RESULT                 PIC X(1).
               88  LNQ-DOMESTIC           VALUE 'D'.
               88  LNQ-FOREIGN            VALUE 'F'.
               88  LNQ-UNKNOWN            VALUE 'U'.
           05  LNQ-ISO-CODE               PIC X(2).
           05  LNQ-COUNTRY-NAME           PIC X(30).
           05  LNQ-LINE-ORDER             PIC X(1).
               88  LNQ-PLZ-BEFORE-ORT     VALUE 'P'.
               88  LNQ-ORT-BEFORE-PLZ     VALUE 'O'.
               88  LNQ-PLZ-OWN-LINE       VALUE 'L'.
           05  LNQ-PLZ-FORMAT             PIC X(10).
           05  LNQ-PLZ-RESULT             PIC X(1).
               88  LNQ-PLZ-FITS           VALUE 'Y'.
               88  LNQ-PLZ-WRONG          VALUE 'N'.
