001190*                   FROM THE LABELS AND LISTED ON THE MANUAL
001191*                   REPORT WITH THE RETURN REASON INSTEAD -
001192*                   POSTAGE ON A KNOWN-BAD ADDRESS IS WASTE.
001193*  2026-10-15 PSG   NAME LINE, HERRN/FRAU FORM LINE AND SORT NAME
001194*                   NOW COME FROM THE NAMEFMT SERVICE; LABELS
001195*                   SORT BY NAME WITHIN ZONE, AND NAMES TOO WIDE
001196*                   FOR THE LABEL LIST ON MAILNEXC INSTEAD.
001197*  2026-10-15 PSG   D111E-LAND NOW NORMALIZED BY LANDNORM; LABELS
001198*                   PRESORT DOMESTIC FIRST, THEN FOREIGN BY ISO
001199*                   COUNTRY CODE, FOREIGN LABELS FOLLOW THEIR
001200*                   COUNTRY'S LINE ORDER WITH A COUNTRY LINE, AN
001201*                   UNKNOWN COUNTRY GOES TO MANUAL HANDLING, AND
001202*                   THE MANIFEST TOTALS INTERNATIONAL PIECES
001203*                   SEPARATELY.
001204*=================================================================
001300*  READS THE D111E PERSONNEL FILE AND EXTRACTS ONE PRINT-READY
001400*  MAILING LABEL PER DETAIL RECORD, SORTED BY COUNTRY THEN
001500*  D111E-PLZ SO THE MAILROOM HANDS THE CARRIER PRESORTED TRAYS.
001600*  DETAILS WHOSE PLZ/ORT PAIR FAILS THE ROUTING-TABLE EDIT (THE
001700*  SAME TABLE ISSUE14 VALIDATES AGAINST) PRINT ON THE MANUAL
001800*  LISTING INSTEAD OF WASTING POSTAGE.
001810*  THE COUNTRY IS THE ONE LANDNORM MAPS D111E-LAND TO, SO BRD,
001820*  D AND DEUTSCHLAND SHARE ONE TRAY.  DOMESTIC LABELS COME
001830*  FIRST; FOREIGN LABELS FOLLOW IN ISO-CODE ORDER, THEIR POSTAL
001840*  CODE CHECKED AGAINST THE COUNTRY'S FORMAT RATHER THAN THE
001850*  ROUTING TABLE, THEIR TOWN AND POSTAL CODE PRINTED IN THAT
001860*  COUNTRY'S ORDER, AND THE COUNTRY NAME ON A LAST LINE OF ITS
001870*  OWN.  A COUNTRY LANDNORM CANNOT PLACE GOES TO THE MANUAL
001880*  LISTING.
001900*=================================================================
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
003710     SELECT OPTIONAL BADADDR-IN ASSIGN TO 'BADADDR'
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS FC-BADADDR-STATUS.
003740     SELECT NAME-EXC-RPT ASSIGN TO 'MAILNEXC'
003750         ORGANIZATION IS LINE SEQUENTIAL
003760         FILE STATUS IS FC-NAME-EXC-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  D111E
004500 COPY D111EREC.
004600 SD  SORT-WORK.
004700 01  SORT-RECORD.
004800     05  SR-MAIL-CLASS              PIC X(1).
004810         88  SR-DOMESTIC            VALUE '1'.
004820         88  SR-INTERNATIONAL       VALUE '2'.
004830     05  SR-ISO-CODE                PIC X(2).
004900     05  SR-PLZ                     PIC X(10).
005000     05  SR-SORT-NAME               PIC X(30).
005100     05  SR-FORM-LINE               PIC X(10).
005200     05  SR-NAME-LINE               PIC X(60).
005500     05  SR-STRASSE                 PIC X(33).
005600     05  SR-HAUSNR                  PIC X(8).
005700     05  SR-ORT                     PIC X(34).
005710     05  SR-COUNTRY-NAME            PIC X(30).
005720     05  SR-LINE-ORDER              PIC X(1).
005730         88  SR-PLZ-BEFORE-ORT      VALUE 'P'.
005740         88  SR-ORT-BEFORE-PLZ      VALUE 'O'.
005750         88  SR-PLZ-OWN-LINE        VALUE 'L'.
005800 FD  LABEL-RPT
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  LABEL-LINE                     PIC X(80).
006670     05  FILLER                     PIC X(1).
006680     05  BA-RETURN-DATE             PIC 9(8).
006690     05  FILLER                     PIC X(41).
006691 FD  NAME-EXC-RPT
006692     RECORD CONTAINS 80 CHARACTERS.
006693 01  NAME-EXC-LINE                  PIC X(80).
006700 WORKING-STORAGE SECTION.
006800*=================================================================
006900 COPY VERSTAMP.
007300     05  FC-MANUAL-STATUS           PIC X(2).
007400     05  FC-MANIFEST-STATUS         PIC X(2).
007410     05  FC-BADADDR-STATUS          PIC X(2).
007420     05  FC-NAME-EXC-STATUS         PIC X(2).
007500 01  WS-SWITCHES.
007600     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
007700         88  WS-EOF                 VALUE 'Y'.
009193     88  WS-BAD-FOUND               VALUE 'Y'.
009200 01  WS-BREAK-KEYS.
009300     05  WS-BREAK-LAND              PIC X(30).
009310     05  WS-BREAK-ISO               PIC X(2).
009320     05  WS-BREAK-CLASS             PIC X(1).
009400     05  WS-BREAK-PLZ               PIC X(10).
009500 01  WS-COUNTERS.
009600     05  WS-RECORDS-READ            PIC 9(7) VALUE ZERO.
009700     05  WS-LABELS-WRITTEN          PIC 9(7) VALUE ZERO.
009800     05  WS-MANUAL-DIVERTED         PIC 9(7) VALUE ZERO.
009810     05  WS-BADADDR-SUPPRESSED      PIC 9(7) VALUE ZERO.
009820     05  WS-NAME-TOO-LONG           PIC 9(7) VALUE ZERO.
009830     05  WS-NAME-SHORTENED          PIC 9(7) VALUE ZERO.
009840     05  WS-LAND-UNKNOWN            PIC 9(7) VALUE ZERO.
009850     05  WS-DOMESTIC-PIECES         PIC 9(7) VALUE ZERO.
009860     05  WS-INTL-PIECES             PIC 9(7) VALUE ZERO.
009900     05  WS-ZONE-PIECES             PIC 9(7) VALUE ZERO.
010000     05  WS-MANIFEST-LINES          PIC 9(5) VALUE ZERO.
010100*=================================================================
010200*    NAME FORMATTING - THE LABEL'S ADDRESS FIELD TAKES 35
010300*    CHARACTERS A LINE
010400*=================================================================
010500 COPY NAMEFMTQ.
010600 01  WS-LABEL-WIDTH                 PIC 9(2)  VALUE 35.
010610*=================================================================
010620*    COUNTRY NORMALIZATION - ONE CALL PER DETAIL
010630*=================================================================
010640 COPY LANDNRMQ.
011100 01  WS-LABEL-ADDR-LINE.
011200     05  WS-LABEL-STRASSE           PIC X(33).
011300     05  FILLER                     PIC X(1)  VALUE SPACE.
011600     05  WS-LABEL-PLZ               PIC X(10).
011700     05  FILLER                     PIC X(1)  VALUE SPACE.
011800     05  WS-LABEL-ORT               PIC X(34).
011810 01  WS-LABEL-TOWN-FIRST-LINE       PIC X(45).
011900 01  WS-MANIFEST-DETAIL.
012000     05  FILLER                     PIC X(1)  VALUE SPACE.
012010     05  MF-ISO-CODE                PIC X(2).
012020     05  FILLER                     PIC X(1)  VALUE SPACE.
012100     05  MF-LAND                    PIC X(30).
012200     05  FILLER                     PIC X(1)  VALUE SPACE.
012300     05  MF-PLZ                     PIC X(10).
012400     05  FILLER                     PIC X(8)  VALUE ' PIECES='.
012500     05  MF-PIECES                  PIC ZZZZZZ9.
012510 01  WS-MANIFEST-TOTAL.
012520     05  FILLER                     PIC X(1)  VALUE SPACE.
012530     05  MT-LABEL                   PIC X(44).
012540     05  FILLER                     PIC X(8)  VALUE ' PIECES='.
012550     05  MT-PIECES                  PIC ZZZZZZ9.
012600 01  WS-MANUAL-DETAIL.
012700     05  FILLER                     PIC X(1)  VALUE SPACE.
012800     05  MN-NAME                    PIC X(30).
013240     05  FILLER                     PIC X(15) VALUE
013250         ' RETURNED MAIL '.
013260     05  SP-REASON                  PIC X(20).
013261 01  WS-LAND-DETAIL.
013262     05  FILLER                     PIC X(1)  VALUE SPACE.
013263     05  LD-NAME                    PIC X(30).
013264     05  FILLER                     PIC X(15) VALUE
013265         ' UNKNOWN LAND  '.
013266     05  LD-LAND                    PIC X(30).
013270 01  WS-NAME-EXC-DETAIL.
013280     05  FILLER                     PIC X(1)  VALUE SPACE.
013290     05  NX-PERSNR                  PIC 9(9).
013291     05  FILLER                     PIC X(1)  VALUE SPACE.
013292     05  NX-LENGTH                  PIC ZZ9.
013293     05  FILLER                     PIC X(1)  VALUE SPACE.
013294     05  NX-NAME-LINE               PIC X(60).
013300 PROCEDURE DIVISION.
013400*=================================================================
013500 0000-MAINLINE.
013700     PERFORM 1000-LOAD-PLZ-TABLE
013710     PERFORM 1500-LOAD-BADADDR-FLAGS
013800     SORT SORT-WORK
013900         ASCENDING KEY SR-MAIL-CLASS SR-ISO-CODE SR-PLZ
013910                        SR-SORT-NAME
014000         INPUT PROCEDURE IS 2000-SELECT-AND-EDIT
014100         OUTPUT PROCEDURE IS 3000-PRINT-SORTED-LABELS
014200     PERFORM 9000-DISPLAY-VERSION-TRAILER
016800 2000-SELECT-AND-EDIT.
016900     OPEN INPUT D111E
017000     OPEN OUTPUT MANUAL-RPT
017010     OPEN OUTPUT NAME-EXC-RPT
017100     PERFORM 2100-EDIT-ONE-RECORD
017200         UNTIL WS-EOF
017300     CLOSE D111E
017400     CLOSE MANUAL-RPT
017410     CLOSE NAME-EXC-RPT.
017500*=================================================================
017600*    2100-EDIT-ONE-RECORD
017700*=================================================================
018550             MOVE WS-BAD-REASON (WS-BAD-IDX) TO SP-REASON
018560             WRITE MANUAL-LINE FROM WS-SUPPRESS-DETAIL
018570         ELSE
018580         PERFORM 2180-NORMALIZE-LAND
018590         PERFORM 2200-VALIDATE-PLZ
018600         EVALUATE TRUE
018610             WHEN LNQ-UNKNOWN
018620                 ADD 1 TO WS-LAND-UNKNOWN
018630                 MOVE D111E-NAME         TO LD-NAME
018640                 MOVE D111E-LAND         TO LD-LAND
018650                 WRITE MANUAL-LINE FROM WS-LAND-DETAIL
018660             WHEN PLZ-IS-VALID
018670                 PERFORM 2300-RELEASE-ONE-LABEL
018680             WHEN OTHER
018690                 ADD 1 TO WS-MANUAL-DIVERTED
018700                 MOVE D111E-NAME         TO MN-NAME
018710                 MOVE D111E-PLZ          TO MN-PLZ
018720                 MOVE D111E-ORT          TO MN-ORT
018730                 WRITE MANUAL-LINE FROM WS-MANUAL-DETAIL
018740         END-EVALUATE
019510         END-IF
019600     END-IF.
019610*=================================================================
019693                 MOVE 'Y' TO WS-BAD-FOUND-SW
019694         END-SEARCH
019695     END-IF.
019696*=================================================================
019697*    2180-NORMALIZE-LAND - LANDNORM PLACES THE COUNTRY AND
019698*    CHECKS A FOREIGN POSTAL CODE AGAINST ITS FORMAT
019699*=================================================================
019700 2180-NORMALIZE-LAND.
019701     MOVE 'MAILEXT'                  TO LNQ-CALLER
019702     MOVE D111E-LAND                 TO LNQ-LAND
019703     MOVE D111E-PLZ                  TO LNQ-PLZ
019704     CALL 'LANDNORM' USING LAND-NORM-REQUEST.
019705*=================================================================
019800*    2200-VALIDATE-PLZ - PLZ/ORT MUST MATCH THE ROUTING TABLE;
019810*    A FOREIGN PLZ NEED ONLY FIT ITS COUNTRY'S FORMAT
019900*=================================================================
020000 2200-VALIDATE-PLZ.
020100     MOVE 'N' TO WS-PLZ-VALID-SW
020110     IF LNQ-FOREIGN
020120         IF LNQ-PLZ-FITS
020130             MOVE 'Y' TO WS-PLZ-VALID-SW
020140         END-IF
020150     ELSE
020200     SET WS-PLZ-IDX TO 1
020300     SEARCH WS-PLZ-ROUTING-ENTRY
020400         AT END
020700             IF WS-PLZ-CITY (WS-PLZ-IDX) = D111E-ORT
020800                 MOVE 'Y' TO WS-PLZ-VALID-SW
020900             END-IF
021000     END-SEARCH
021010     END-IF.
021100*=================================================================
021200*    2300-RELEASE-ONE-LABEL - A NAME THAT WILL NOT FIT THE LABEL
021300*    EVEN SHORTENED GOES TO THE NAME-EXCEPTIONS LISTING
021400*=================================================================
021500 2300-RELEASE-ONE-LABEL.
021600     PERFORM 2310-FORMAT-THE-NAME
021700     IF NFQ-TOO-LONG
021800         ADD 1 TO WS-NAME-TOO-LONG
021900         MOVE D111E-PERSNR           TO NX-PERSNR
022000         MOVE NFQ-FULL-LENGTH        TO NX-LENGTH
022100         MOVE NFQ-NAME-LINE          TO NX-NAME-LINE
022200         WRITE NAME-EXC-LINE FROM WS-NAME-EXC-DETAIL
022300     ELSE
022400         IF NFQ-SHORTENED
022500             ADD 1 TO WS-NAME-SHORTENED
022502         END-IF
022503         IF LNQ-FOREIGN
022504             MOVE '2'                TO SR-MAIL-CLASS
022505         ELSE
022506             MOVE '1'                TO SR-MAIL-CLASS
022507         END-IF
022508         MOVE LNQ-ISO-CODE           TO SR-ISO-CODE
022509         MOVE LNQ-COUNTRY-NAME       TO SR-COUNTRY-NAME
022510         MOVE LNQ-LINE-ORDER         TO SR-LINE-ORDER
022511         MOVE D111E-PLZ              TO SR-PLZ
022512         MOVE NFQ-SORT-NAME          TO SR-SORT-NAME
022513         MOVE NFQ-FORM-LINE          TO SR-FORM-LINE
022514         MOVE NFQ-NAME-LINE          TO SR-NAME-LINE
022515         MOVE D111E-STRASSE          TO SR-STRASSE
022516         MOVE D111E-HAUSNR           TO SR-HAUSNR
022518         MOVE D111E-ORT              TO SR-ORT
022520         RELEASE SORT-RECORD
022522     END-IF.
022524*=================================================================
022526*    2310-FORMAT-THE-NAME - NAMEFMT BUILDS THE LINES
022528*=================================================================
022530 2310-FORMAT-THE-NAME.
022532     MOVE 'MAILEXT'                  TO NFQ-CALLER
022534     MOVE D111E-TITEL                TO NFQ-TITEL
022536     MOVE D111E-VORNAME              TO NFQ-VORNAME
022538     MOVE D111E-ADEL                 TO NFQ-ADEL
022540     MOVE D111E-VORSATZ              TO NFQ-VORSATZ
022542     MOVE D111E-NAME                 TO NFQ-NAME
022544     MOVE D111E-KNACHNAME            TO NFQ-KNACHNAME
022546     MOVE D111E-GESCHLECHT           TO NFQ-GESCHLECHT
022548     MOVE D111E-ANSCHRIFT            TO NFQ-ANSCHRIFT
022550     MOVE WS-LABEL-WIDTH             TO NFQ-LINE-WIDTH
022552     CALL 'NAMEFMT' USING NAME-FORMAT-REQUEST.
022600*=================================================================
022700*    3000-PRINT-SORTED-LABELS - LABELS IN TRAY ORDER WITH A
022800*    MANIFEST LINE AT EVERY COUNTRY/ZONE BREAK
023600     IF NOT WS-FIRST-LABEL
023700         PERFORM 3500-CLOSE-ZONE-BREAK
023800     END-IF
023810     PERFORM 3600-WRITE-MANIFEST-TOTALS
023900     CLOSE LABEL-RPT
024000     CLOSE MANIFEST-RPT
024100     DISPLAY 'MAILEXT: RECORDS READ    = ' WS-RECORDS-READ
024300     DISPLAY 'MAILEXT: MANUAL HANDLING = '
024400         WS-MANUAL-DIVERTED
024410     DISPLAY 'MAILEXT: BAD ADDR HELD   = '
024420         WS-BADADDR-SUPPRESSED
024430     DISPLAY 'MAILEXT: NAME SHORTENED  = '
024440         WS-NAME-SHORTENED
024450     DISPLAY 'MAILEXT: NAME TOO LONG   = '
024460         WS-NAME-TOO-LONG
024465     DISPLAY 'MAILEXT: UNKNOWN LAND    = '
024470         WS-LAND-UNKNOWN
024475     DISPLAY 'MAILEXT: INTERNATIONAL   = '
024480         WS-INTL-PIECES.
024500*=================================================================
024600*    3100-RETURN-ONE-LABEL
024700*=================================================================
025600 3200-PROCESS-ONE-LABEL.
025700     IF WS-FIRST-LABEL
025800         MOVE 'N' TO WS-FIRST-LABEL-SW
025900         PERFORM 3210-SET-BREAK-KEYS
026100     ELSE
026200         IF SR-ISO-CODE NOT = WS-BREAK-ISO
026300             OR SR-PLZ NOT = WS-BREAK-PLZ
026400             PERFORM 3500-CLOSE-ZONE-BREAK
026500             PERFORM 3210-SET-BREAK-KEYS
026700         END-IF
026800     END-IF
026900     PERFORM 3300-BUILD-LABEL
027000     PERFORM 3100-RETURN-ONE-LABEL.
027010*=================================================================
027020*    3210-SET-BREAK-KEYS
027030*=================================================================
027040 3210-SET-BREAK-KEYS.
027050     MOVE SR-MAIL-CLASS              TO WS-BREAK-CLASS
027060     MOVE SR-ISO-CODE                TO WS-BREAK-ISO
027070     MOVE SR-COUNTRY-NAME            TO WS-BREAK-LAND
027080     MOVE SR-PLZ                     TO WS-BREAK-PLZ.
027100*=================================================================
027200*    3300-BUILD-LABEL - WRITE FORM, NAME, STREET, AND CITY
027300*    LINES; NO FORM LINE WHEN NO FORM OF ADDRESS APPLIES
027310*    - A FOREIGN ADDRESS IN ITS OWN COUNTRY'S LAYOUT
027400*=================================================================
027500 3300-BUILD-LABEL.
027600     IF SR-FORM-LINE NOT = SPACES
027700         MOVE SR-FORM-LINE          TO LABEL-LINE
027800         WRITE LABEL-LINE
027900     END-IF
028000     MOVE SR-NAME-LINE              TO LABEL-LINE
028100     WRITE LABEL-LINE
028200     MOVE SPACE TO WS-LABEL-ADDR-LINE
028300     MOVE SR-STRASSE                TO WS-LABEL-STRASSE
028400     MOVE SR-HAUSNR                 TO WS-LABEL-HAUSNR
028500     WRITE LABEL-LINE FROM WS-LABEL-ADDR-LINE
028510     IF SR-INTERNATIONAL
028520         PERFORM 3310-BUILD-FOREIGN-LINES
028530     ELSE
028600     MOVE SPACE TO WS-LABEL-CITY-LINE
028700     MOVE SR-PLZ                    TO WS-LABEL-PLZ
028800     MOVE SR-ORT                    TO WS-LABEL-ORT
028900     WRITE LABEL-LINE FROM WS-LABEL-CITY-LINE
028910     END-IF
029000     MOVE SPACE TO LABEL-LINE
029100     WRITE LABEL-LINE
029200     ADD 1 TO WS-LABELS-WRITTEN
029300     ADD 1 TO WS-ZONE-PIECES.
029302*=================================================================
029304*    3310-BUILD-FOREIGN-LINES - TOWN AND POSTAL CODE IN THE
029306*    COUNTRY'S ORDER, THEN THE COUNTRY NAME
029308*=================================================================
029310 3310-BUILD-FOREIGN-LINES.
029312     EVALUATE TRUE
029314         WHEN SR-ORT-BEFORE-PLZ
029316             MOVE SPACE TO WS-LABEL-TOWN-FIRST-LINE
029318             STRING SR-ORT DELIMITED BY '  '
029320                    ' '    DELIMITED BY SIZE
029322                    SR-PLZ DELIMITED BY SIZE
029324                 INTO WS-LABEL-TOWN-FIRST-LINE
029326             END-STRING
029328             WRITE LABEL-LINE FROM WS-LABEL-TOWN-FIRST-LINE
029330         WHEN SR-PLZ-OWN-LINE
029332             MOVE SR-ORT                TO LABEL-LINE
029334             WRITE LABEL-LINE
029336             MOVE SR-PLZ                TO LABEL-LINE
029338             WRITE LABEL-LINE
029340         WHEN OTHER
029342             MOVE SPACE TO WS-LABEL-CITY-LINE
029344             MOVE SR-PLZ                TO WS-LABEL-PLZ
029346             MOVE SR-ORT                TO WS-LABEL-ORT
029348             WRITE LABEL-LINE FROM WS-LABEL-CITY-LINE
029350     END-EVALUATE
029352     MOVE SR-COUNTRY-NAME           TO LABEL-LINE
029354     WRITE LABEL-LINE.
029400*=================================================================
029500*    3500-CLOSE-ZONE-BREAK - MANIFEST LINE FOR THE CARRIER
029600*=================================================================
029700 3500-CLOSE-ZONE-BREAK.
029710     MOVE WS-BREAK-ISO               TO MF-ISO-CODE
029800     MOVE WS-BREAK-LAND              TO MF-LAND
029900     MOVE WS-BREAK-PLZ               TO MF-PLZ
030000     MOVE WS-ZONE-PIECES             TO MF-PIECES
030100     WRITE MANIFEST-LINE FROM WS-MANIFEST-DETAIL
030200     ADD 1 TO WS-MANIFEST-LINES
030210     IF WS-BREAK-CLASS = '2'
030220         ADD WS-ZONE-PIECES TO WS-INTL-PIECES
030230     ELSE
030240         ADD WS-ZONE-PIECES TO WS-DOMESTIC-PIECES
030250     END-IF
030300     MOVE ZERO TO WS-ZONE-PIECES.
030305*=================================================================
030310*    3600-WRITE-MANIFEST-TOTALS - DOMESTIC AND INTERNATIONAL
030315*    PIECES SEPARATELY, AS THE CARRIER RATES THEM
030320*=================================================================
030325 3600-WRITE-MANIFEST-TOTALS.
030330     MOVE SPACE TO MANIFEST-LINE
030335     WRITE MANIFEST-LINE
030340     MOVE 'DOMESTIC TOTAL'           TO MT-LABEL
030345     MOVE WS-DOMESTIC-PIECES         TO MT-PIECES
030350     WRITE MANIFEST-LINE FROM WS-MANIFEST-TOTAL
030355     MOVE 'INTERNATIONAL TOTAL'      TO MT-LABEL
030360     MOVE WS-INTL-PIECES             TO MT-PIECES
030365     WRITE MANIFEST-LINE FROM WS-MANIFEST-TOTAL
030370     MOVE 'ALL PIECES'               TO MT-LABEL
030375     COMPUTE MT-PIECES = WS-DOMESTIC-PIECES + WS-INTL-PIECES
030380     WRITE MANIFEST-LINE FROM WS-MANIFEST-TOTAL.
030400*=================================================================
030500*=================================================================
030600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
