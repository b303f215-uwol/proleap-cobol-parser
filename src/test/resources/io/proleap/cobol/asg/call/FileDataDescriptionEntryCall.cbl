           SELECT BRREJ1           ASSIGN TO UT-S-BRREJ1.
           SELECT BRREJ2           ASSIGN TO UT-S-BRREJ2.
           SELECT BRREJ3           ASSIGN TO UT-S-BRREJ3.
           SELECT PERSVAL          ASSIGN TO UT-S-PERSVAL.
       DATA DIVISION.
       FILE SECTION.
       FD  D111E
           RECORDING F
           BLOCK 0 RECORDS.
       01  BRREJ3-RECORD           PIC X(380).
       FD  PERSVAL
           LABEL RECORDS STANDARD
           RECORDING F
           BLOCK 0 RECORDS.
       01  PERSVAL-RECORD          PIC X(380).
       WORKING-STORAGE SECTION.
       01  WS-A            PIC X(22) VALUE '**WS-SECTION DY21276**'.
       01  AUSGABE.
                                    INDEXED BY WS-PLZ-IDX.
               10 WS-PLZ-CODE      PIC X(10)  VALUE SPACE.
               10 WS-PLZ-CITY      PIC X(34)  VALUE SPACE.
      *    COUNTRY EDIT - LANDNORM MAPS THE FREE-TEXT D111E-LAND TO
      *    ITS COUNTRY.  AN UNKNOWN SPELLING SENDS THE DETAIL BACK TO
      *    ITS BRANCH; A KNOWN ONE GOES TO PERSVAL UNDER THE NAME THE
      *    COUNTRY IS FILED UNDER, AND A FOREIGN POSTAL CODE IS
      *    CHECKED AGAINST THAT COUNTRY'S FORMAT INSTEAD OF THE
      *    DOMESTIC ROUTING TABLE.
           COPY LANDNRMQ.
       01  WS-LAND-ERRORS          PIC 9(07)       VALUE ZERO.
       01  WS-LAND-NORMALIZED      PIC 9(07)       VALUE ZERO.
       01  WS-PLZ-EDIT.
           05 WS-PLZ-VALID         PIC X(01)       VALUE 'Y'.
               88 PLZ-IS-VALID                     VALUE 'Y'.
                              PIC 9(05)        VALUE ZERO.
       01  WS-BRREJ-UNMATCHED      PIC 9(07)       VALUE ZERO.
       01  WS-BRANCH-SUB           PIC 9(01)       VALUE ZERO.
      *    VALIDATED DETAILS - EVERY DETAIL PASSING ALL EDITS IS
      *    COPIED IN FULL D111E FORMAT TO PERSVAL, WHICH PERSMUPD
      *    APPLIES TO THE INDEXED PERSONNEL MASTER.
       01  WS-PERSVAL-COUNT        PIC 9(07)       VALUE ZERO.
      *    COVER SUMMARY RECORD - LAST RECORD OF EACH REJECT FILE,
      *    SATZART 'S' AT (334:1) SO THE BRANCH CAN TELL IT FROM THE
      *    RETURNED DETAILS.
           OPEN OUTPUT BRREJ1
           OPEN OUTPUT BRREJ2
           OPEN OUTPUT BRREJ3
           OPEN OUTPUT PERSVAL
           PERFORM 1050-LOAD-PLZ-TABLE
           PERFORM 1055-LOAD-DEPT-XREF-TABLE
           PERFORM 1057-LOAD-BRANCH-XREF
           ADD 1 TO WS-DETAIL-COUNT
           MOVE 'N' TO WS-DETAIL-FAILED-SW
           PERFORM 2050-VALIDATE-GESCHLECHT
           PERFORM 2055-NORMALIZE-LAND
           PERFORM 2060-VALIDATE-PLZ
           PERFORM 2070-CHECK-DUPLICATE-PERSNR
           PERFORM 2080-VALIDATE-GEB-DAT
           PERFORM 2090-VALIDATE-BDST-KNR
           IF WS-DETAIL-FAILED
              PERFORM 2095-WRITE-BRANCH-REJECT
           ELSE
              IF D111E-LAND NOT = SPACES
                 AND D111E-LAND NOT = LNQ-COUNTRY-NAME
                 MOVE LNQ-COUNTRY-NAME TO D111E-LAND
                 ADD 1 TO WS-LAND-NORMALIZED
              END-IF
              WRITE PERSVAL-RECORD FROM D111E-DATEI
              ADD 1 TO WS-PERSVAL-COUNT
           END-IF
           PERFORM 2100-ACCUMULATE-BY-DST
           PERFORM 2200-ACCUMULATE-BY-KNR.
              DISPLAY 'ISSUE14: INVALID D111E-GESCHLECHT='
                 D111E-GESCHLECHT ' FOR PERSNR=' D111E-PERSNR
           END-IF.
      *    2055 - A BLANK LAND IS A DOMESTIC ADDRESS; ANYTHING
      *    LANDNORM CANNOT PLACE IS AN EXCEPTION.
       2055-NORMALIZE-LAND.
           MOVE 'ISSUE14'   TO LNQ-CALLER
           MOVE D111E-LAND  TO LNQ-LAND
           MOVE D111E-PLZ   TO LNQ-PLZ
           CALL 'LANDNORM' USING LAND-NORM-REQUEST
           IF LNQ-UNKNOWN
              ADD 1 TO WS-LAND-ERRORS
              MOVE 'Y' TO WS-DETAIL-FAILED-SW
              DISPLAY 'ISSUE14: UNKNOWN D111E-LAND=' D111E-LAND
                 ' FOR PERSNR=' D111E-PERSNR
           END-IF.
       2060-VALIDATE-PLZ.
           MOVE 'N' TO WS-PLZ-VALID
           IF LNQ-FOREIGN
              IF LNQ-PLZ-FITS
                 MOVE 'Y' TO WS-PLZ-VALID
              END-IF
           ELSE
              SET WS-PLZ-IDX TO 1
              SEARCH WS-PLZ-ROUTING-ENTRY
                 AT END
                    CONTINUE
                 WHEN WS-PLZ-CODE (WS-PLZ-IDX) = D111E-PLZ
                    IF WS-PLZ-CITY (WS-PLZ-IDX) = D111E-ORT
                       MOVE 'Y' TO WS-PLZ-VALID
                    END-IF
              END-SEARCH
           END-IF
           IF NOT PLZ-IS-VALID
              ADD 1 TO WS-PLZ-ERRORS
              MOVE 'Y' TO WS-DETAIL-FAILED-SW
              IF LNQ-FOREIGN
                 DISPLAY 'ISSUE14: PLZ NOT IN ' LNQ-ISO-CODE
                    ' FORMAT PLZ=' D111E-PLZ
                    ' FOR PERSNR=' D111E-PERSNR
              ELSE
                 DISPLAY 'ISSUE14: PLZ/ORT MISMATCH PLZ=' D111E-PLZ
                    ' ORT=' D111E-ORT ' FOR PERSNR=' D111E-PERSNR
              END-IF
           END-IF.
       2070-CHECK-DUPLICATE-PERSNR.
           SET WS-PERSNR-IDX TO 1
           DISPLAY 'ISSUE14: TOTAL RECORDS READ = ' WS-TOTAL-RECORDS
           DISPLAY 'ISSUE14: GESCHLECHT ERRORS  = ' WS-GESCHLECHT-ERRORS
           DISPLAY 'ISSUE14: PLZ/ORT ERRORS     = ' WS-PLZ-ERRORS
           DISPLAY 'ISSUE14: UNKNOWN LAND       = ' WS-LAND-ERRORS
           DISPLAY 'ISSUE14: LAND NORMALIZED    = ' WS-LAND-NORMALIZED
           DISPLAY 'ISSUE14: DUPLICATE PERSNRS  = ' WS-PERSNR-DUP-ERRORS
           DISPLAY 'ISSUE14: GEB-DAT ERRORS     = ' WS-GEBDAT-ERRORS
           DISPLAY 'ISSUE14: BDST/KNR ERRORS    = ' WS-DEPT-XREF-ERRORS
           DISPLAY 'ISSUE14: TRAILER RECORDS    = ' WS-TRAILER-COUNT
           DISPLAY 'ISSUE14: UNKNOWN TYPE RECS  = '
               WS-UNKNOWN-TYPE-COUNT
           DISPLAY 'ISSUE14: VALIDATED DETAILS  = ' WS-PERSVAL-COUNT
           SET WS-DST-IDX TO 1
           PERFORM 3100-PRINT-DST-LINE
              VARYING WS-DST-IDX FROM 1 BY 1
           MOVE 'TRAILER RECORDS             ' TO CTL-LABEL
           MOVE WS-TRAILER-COUNT                TO CTL-VALUE
           WRITE CTL-LINE FROM WS-CTL-DETAIL-LINE
           MOVE 'VALIDATED DETAILS           ' TO CTL-LABEL
           MOVE WS-PERSVAL-COUNT                TO CTL-VALUE
           WRITE CTL-LINE FROM WS-CTL-DETAIL-LINE
           MOVE 'TOTAL EXCEPTIONS            ' TO CTL-LABEL
           COMPUTE CTL-VALUE = WS-GESCHLECHT-ERRORS
              + WS-PLZ-ERRORS + WS-PERSNR-DUP-ERRORS
              + WS-GEBDAT-ERRORS + WS-DEPT-XREF-ERRORS
              + WS-LAND-ERRORS
           WRITE CTL-LINE FROM WS-CTL-DETAIL-LINE
           CLOSE CTLRPT.
      *    3400 - THE PER-DST AND PER-KNR COUNTS, PERIOD-STAMPED,
              ' COUNT=' WS-KNR-COUNT (WS-KNR-IDX).
       9999-EXIT-PROGRAM.
           CLOSE D111E
           CLOSE PERSVAL
           DELETE FILE CKPTFILE
           STOP RUN.
