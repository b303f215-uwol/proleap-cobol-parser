000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    TIMECARD.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - STORE STAFF TIMECARDS AND
001200*                   THE WEEKLY PAYROLL-BUREAU HOURS FEED.
001300*=================================================================
001400*  READS THE WEEK'S TIMECARD CARDS - ONE PER SHIFT WORKED:
001500*    OPERATOR ID 1-3, DATE 5-12 (YYYYMMDD), CLOCK-IN HHMM 14-17,
001600*    CLOCK-OUT HHMM 19-22, BREAK MINUTES 24-26
001700*  AND CHECKS EACH ONE.  A CARD IS REJECTED - LEFT OFF THE FEED
001800*  AND FLAGGED ON THE TIMEREG REGISTER FOR THE MANAGER TO
001900*  CORRECT - FOR A MISSING PUNCH (CLOCK-IN OR CLOCK-OUT BLANK),
002000*  A TIME THAT IS NOT A TIME OF DAY, A CLOCK-OUT NOT AFTER THE
002100*  CLOCK-IN, A BREAK AS LONG AS THE SHIFT, A DATE OUTSIDE THE
002200*  WEEK, OR A SHIFT OVERLAPPING ANOTHER SHIFT ALREADY ACCEPTED
002300*  FOR THE SAME OPERATOR THAT DAY.  A SHIFT STARTING EARLIER OR
002400*  ENDING LATER THAN THE STORE HOURS ON STORECAL ALLOW (PLUS
002500*  THE TOLERANCE FOR OPENING UP AND CASHING OUT), OR WORKED ON
002600*  A DATE THE STORE WAS CLOSED, IS PAID BUT FLAGGED FOR REVIEW.
002700*
002800*  EACH OPERATOR'S ACCEPTED HOURS FOR THE WEEK ARE SPLIT INTO
002900*  REGULAR HOURS UP TO THE OVERTIME THRESHOLD AND OVERTIME
003000*  BEYOND IT, AND WRITTEN TO TIMETRAN AS BUREAU TRANSACTIONS IN
003100*  THE SAME FORMAT PAYINTF SENDS FOR PERSONNEL ABSENCE - TAG
003200*  0801 REGULAR HOURS, TAG 0802 OVERTIME HOURS.  THE OPERATOR
003300*  IS RESOLVED TO THEIR PERSONNEL NUMBER THROUGH THE STAFFXRF
003400*  CROSS-REFERENCE (OPERATOR ID 1-3, PERSNR 5-13) AND TO THE
003500*  EMPLOYER NUMBER THROUGH THE D111E EXTRACT, THE SAME WAY
003600*  STIPFEED RESOLVES A TEACHER.  AN OPERATOR WITH NO LINK GOES
003700*  ON THE REGISTER INSTEAD OF THE FEED.  TIMETRAN ENDS WITH A
003800*  COUNT TRAILER; PAYINTF FOLDS ITS TRANSACTIONS INTO THE ONE
003900*  RELEASED BUREAU FILE, SO PAYACK RECONCILES THE HOURS WITH
004000*  THE ABSENCES.
004100*
004200*  THE TIMECTL CARD (OPTIONAL) GIVES THE WEEK-ENDING DATE IN
004300*  1-8 (DEFAULT THE DAY BEFORE THE BUSINESS DATE), THE WEEKLY
004400*  OVERTIME THRESHOLD IN HOURS IN 10-11 (DEFAULT 40) AND THE
004500*  STORE-HOURS TOLERANCE IN MINUTES IN 13-15 (DEFAULT 30).
004600*  ANY REJECTED CARD OR UNLINKED OPERATOR ENDS THE RUN RC=4.
004700*=================================================================
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
005100 OBJECT-COMPUTER. IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT D111E ASSIGN TO UT-S-D111E
005500         FILE STATUS IS FC-D111E-STATUS.
005600     SELECT OPTIONAL TIMECRD-IN ASSIGN TO 'TIMECRD'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FC-TIMECRD-STATUS.
005900     SELECT OPTIONAL TIMECTL-IN ASSIGN TO 'TIMECTL'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FC-TIMECTL-STATUS.
006200     SELECT OPTIONAL STAFFXRF-IN ASSIGN TO 'STAFFXRF'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FC-STAFFXRF-STATUS.
006500     SELECT TIMETRAN-OUT ASSIGN TO 'TIMETRAN'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FC-TIMETRAN-STATUS.
006800     SELECT TIMEREG-RPT ASSIGN TO 'TIMEREG'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FC-TIMEREG-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  D111E
007400     LABEL RECORDS STANDARD
007500     RECORDING F
007600     BLOCK 0 RECORDS
007700     DATA RECORD D111E-DATEI.
007800 COPY D111EREC.
007900 FD  TIMECRD-IN
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  TIMECARD-CARD.
008200     05  TC-OPERATOR-ID             PIC X(3).
008300     05  FILLER                     PIC X(1).
008400     05  TC-WORK-DATE               PIC 9(8).
008500     05  FILLER                     PIC X(1).
008600     05  TC-CLOCK-IN.
008700         10  TC-IN-HH               PIC 9(2).
008800         10  TC-IN-MM               PIC 9(2).
008900     05  FILLER                     PIC X(1).
009000     05  TC-CLOCK-OUT.
009100         10  TC-OUT-HH              PIC 9(2).
009200         10  TC-OUT-MM              PIC 9(2).
009300     05  FILLER                     PIC X(1).
009400     05  TC-BREAK-X                 PIC X(3).
009500     05  TC-BREAK-MINUTES REDEFINES TC-BREAK-X
009600                                    PIC 9(3).
009700     05  FILLER                     PIC X(54).
009800 FD  TIMECTL-IN
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  TIMECTL-CARD.
010100     05  TL-WEEK-END-DATE           PIC 9(8).
010200     05  FILLER                     PIC X(1).
010300     05  TL-OT-THRESHOLD            PIC 9(2).
010400     05  FILLER                     PIC X(1).
010500     05  TL-TOLERANCE               PIC 9(3).
010600     05  FILLER                     PIC X(65).
010700 FD  STAFFXRF-IN
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  STAFFXRF-CARD.
011000     05  SX-OPERATOR-ID             PIC X(3).
011100     05  FILLER                     PIC X(1).
011200     05  SX-PERSNR                  PIC 9(9).
011300     05  FILLER                     PIC X(67).
011400 FD  TIMETRAN-OUT
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  TIMETRAN-LINE                  PIC X(80).
011700 FD  TIMEREG-RPT
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  TIMEREG-LINE                   PIC X(80).
012000 WORKING-STORAGE SECTION.
012100*=================================================================
012200 COPY VERSTAMP.
012300 COPY CALREQ.
012400 01  FC-STATUSES.
012500     05  FC-D111E-STATUS            PIC X(2).
012600     05  FC-TIMECRD-STATUS          PIC X(2).
012700     05  FC-TIMECTL-STATUS          PIC X(2).
012800     05  FC-STAFFXRF-STATUS         PIC X(2).
012900     05  FC-TIMETRAN-STATUS         PIC X(2).
013000     05  FC-TIMEREG-STATUS          PIC X(2).
013100 01  WS-SWITCHES.
013200     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
013300         88  WS-EOF                 VALUE 'Y'.
013400     05  WS-CARD-EOF-SW             PIC X(1) VALUE 'N'.
013500         88  WS-CARD-EOF            VALUE 'Y'.
013600     05  WS-XREF-EOF-SW             PIC X(1) VALUE 'N'.
013700         88  WS-XREF-EOF            VALUE 'Y'.
013800     05  WS-CARD-OK-SW              PIC X(1).
013900         88  WS-CARD-OK             VALUE 'Y'.
014000 01  WS-CURRENT-DATE.
014100     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
014200 01  WS-WEEK-START-DATE             PIC 9(8).
014300 01  WS-WEEK-END-DATE               PIC 9(8).
014400 01  WS-OT-THRESHOLD                PIC 9(2) VALUE 40.
014500 01  WS-TOLERANCE                   PIC 9(3) VALUE 30.
014600*=================================================================
014700*    BUREAU TAGS FOR THE HOURS TRANSACTIONS
014800*=================================================================
014900 01  WS-REGULAR-TAG                 PIC 9(4) VALUE 0801.
015000 01  WS-OVERTIME-TAG                PIC 9(4) VALUE 0802.
015100*=================================================================
015200*    THE CARD BEING CHECKED, IN MINUTES FROM MIDNIGHT
015300*=================================================================
015400 01  WS-CARD-FIELDS.
015500     05  WS-IN-MINUTES              PIC 9(4).
015600     05  WS-OUT-MINUTES             PIC 9(4).
015700     05  WS-BREAK-MINUTES           PIC 9(3).
015800     05  WS-WORKED-MINUTES          PIC 9(4).
015900     05  WS-OPEN-MINUTES            PIC S9(5).
016000     05  WS-CLOSE-MINUTES           PIC S9(5).
016100     05  WS-TIME-HH                 PIC 9(2).
016200     05  WS-TIME-MM                 PIC 9(2).
016300     05  WS-DISPOSITION             PIC X(30).
016400*=================================================================
016500*    SHIFTS ACCEPTED SO FAR, FOR THE OVERLAP CHECK
016600*=================================================================
016700 01  WS-SHIFT-TABLE.
016800     05  WS-SHIFT-COUNT             PIC 9(3) VALUE ZERO.
016900     05  WS-SHIFT-ENTRY OCCURS 500 TIMES.
017000         10  WS-SH-OPERATOR-ID      PIC X(3).
017100         10  WS-SH-WORK-DATE        PIC 9(8).
017200         10  WS-SH-IN-MINUTES       PIC 9(4).
017300         10  WS-SH-OUT-MINUTES      PIC 9(4).
017400 01  WS-SHIFT-SUB                   PIC 9(3).
017500*=================================================================
017600*    WEEKLY MINUTES BY OPERATOR
017700*=================================================================
017800 01  WS-STAFF-TABLE.
017900     05  WS-STAFF-COUNT             PIC 9(3) VALUE ZERO.
018000     05  WS-STAFF-ENTRY OCCURS 100 TIMES.
018100         10  WS-ST-OPERATOR-ID      PIC X(3).
018200         10  WS-ST-MINUTES          PIC 9(5).
018300 01  WS-STAFF-SUB                   PIC 9(3).
018400 01  WS-FOUND-SUB                   PIC 9(4).
018500*=================================================================
018600*    OPERATOR-TO-PERSONNEL LINKS AND THE EMPLOYER NUMBERS
018700*=================================================================
018800 01  WS-XREF-TABLE.
018900     05  WS-XRF-COUNT               PIC 9(3) VALUE ZERO.
019000     05  WS-XRF-ENTRY OCCURS 100 TIMES.
019100         10  WS-XRF-OPERATOR-ID     PIC X(3).
019200         10  WS-XRF-PERSNR          PIC 9(9).
019300 01  WS-XRF-SUB                     PIC 9(3).
019400 01  WS-PERS-TABLE.
019500     05  WS-PER-COUNT               PIC 9(4) VALUE ZERO.
019600     05  WS-PER-ENTRY OCCURS 2000 TIMES.
019700         10  WS-PER-PERSNR          PIC 9(9).
019800         10  WS-PER-BDST            PIC 9(8).
019900 01  WS-PER-SUB                     PIC 9(4).
020000 01  WS-LINK-PERSNR                 PIC 9(9).
020100 01  WS-LINK-BDST                   PIC 9(8).
020200 01  WS-BTRNR-NUM                   PIC 9(8).
020300 01  WS-HASH-TOTAL                  PIC 9(13) VALUE ZERO.
020400*=================================================================
020500*    ONE OPERATOR'S WEEK
020600*=================================================================
020700 01  WS-WEEK-FIELDS.
020800     05  WS-THRESHOLD-MINUTES       PIC 9(5).
020900     05  WS-REGULAR-MINUTES         PIC 9(5).
021000     05  WS-OVERTIME-MINUTES        PIC 9(5).
021100     05  WS-REGULAR-HOURS           PIC 9(3)V99.
021200     05  WS-OVERTIME-HOURS          PIC 9(3)V99.
021300     05  WS-CARD-HOURS              PIC 9(3)V99.
021400 01  WS-COUNTERS.
021500     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
021600     05  WS-CARDS-ACCEPTED          PIC 9(5) VALUE ZERO.
021700     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
021800     05  WS-CARDS-FLAGGED           PIC 9(5) VALUE ZERO.
021900     05  WS-STAFF-FED               PIC 9(3) VALUE ZERO.
022000     05  WS-STAFF-UNLINKED          PIC 9(3) VALUE ZERO.
022100     05  WS-TRANS-WRITTEN           PIC 9(7) VALUE ZERO.
022200     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
022300*=================================================================
022400*    BUREAU RECORDS - THE PAYINTF TRANSACTION LAYOUT
022500*=================================================================
022600 01  WS-TRANS-RECORD.
022700     05  FILLER                     PIC X(1)  VALUE 'D'.
022800     05  TR-BTRNR-A                 PIC X(8).
022900     05  TR-BTRNR-E                 PIC X(8).
023000     05  TR-BAND-NR                 PIC 9(5).
023100     05  TR-TAG-NUM                 PIC 9(4).
023200     05  TR-VALUE                   PIC X(35).
023300     05  FILLER                     PIC X(19) VALUE SPACE.
023400 01  WS-TRAILER-RECORD.
023500     05  FILLER                     PIC X(1)  VALUE 'T'.
023600     05  TL-TRANS-COUNT             PIC 9(7).
023700     05  TL-HASH-TOTAL              PIC 9(12).
023800     05  FILLER                     PIC X(60) VALUE SPACE.
023900 01  WS-VALUE-BUILD.
024000     05  FILLER                     PIC X(6)  VALUE 'HOURS='.
024100     05  VB-HOURS                   PIC 9(3).9(2).
024200     05  FILLER                     PIC X(6)  VALUE ' WEEK='.
024300     05  VB-WEEK-END-DATE           PIC 9(8).
024400     05  FILLER                     PIC X(9)  VALUE SPACE.
024500*=================================================================
024600*    TIMEREG REGISTER LINES
024700*=================================================================
024800 01  WS-TITLE-LINE.
024900     05  FILLER                     PIC X(1)  VALUE SPACE.
025000     05  FILLER                     PIC X(26)
025100         VALUE 'TIMECARD REGISTER - WEEK '.
025200     05  TT-WEEK-START-DATE         PIC 9(8).
025300     05  FILLER                     PIC X(4)  VALUE ' TO '.
025400     05  TT-WEEK-END-DATE           PIC 9(8).
025500 01  WS-CARD-HEAD-LINE.
025600     05  FILLER                     PIC X(1)  VALUE SPACE.
025700     05  FILLER                     PIC X(50) VALUE
025800         'OPR DATE     IN   OUT  BRK  HOURS  DISPOSITION'.
025900 01  WS-CARD-DETAIL.
026000     05  FILLER                     PIC X(1)  VALUE SPACE.
026100     05  CD-OPERATOR-ID             PIC X(3).
026200     05  FILLER                     PIC X(1)  VALUE SPACE.
026300     05  CD-WORK-DATE               PIC X(8).
026400     05  FILLER                     PIC X(1)  VALUE SPACE.
026500     05  CD-CLOCK-IN                PIC X(4).
026600     05  FILLER                     PIC X(1)  VALUE SPACE.
026700     05  CD-CLOCK-OUT               PIC X(4).
026800     05  FILLER                     PIC X(1)  VALUE SPACE.
026900     05  CD-BREAK                   PIC X(3).
027000     05  FILLER                     PIC X(1)  VALUE SPACE.
027100     05  CD-HOURS                   PIC ZZ9.99.
027200     05  FILLER                     PIC X(2)  VALUE SPACE.
027300     05  CD-DISPOSITION             PIC X(30).
027400     05  FILLER                     PIC X(14) VALUE SPACE.
027500 01  WS-STAFF-HEAD-LINE.
027600     05  FILLER                     PIC X(1)  VALUE SPACE.
027700     05  FILLER                     PIC X(53) VALUE
027800         'OPR PERSNR    EMPLOYER  REGULAR  OVERTIME DISPOSITION'.
027900 01  WS-STAFF-DETAIL.
028000     05  FILLER                     PIC X(1)  VALUE SPACE.
028100     05  SD-OPERATOR-ID             PIC X(3).
028200     05  FILLER                     PIC X(1)  VALUE SPACE.
028300     05  SD-PERSNR                  PIC 9(9).
028400     05  FILLER                     PIC X(1)  VALUE SPACE.
028500     05  SD-EMPLOYER                PIC 9(8).
028600     05  FILLER                     PIC X(2)  VALUE SPACE.
028700     05  SD-REGULAR-HOURS           PIC ZZ9.99.
028800     05  FILLER                     PIC X(3)  VALUE SPACE.
028900     05  SD-OVERTIME-HOURS          PIC ZZ9.99.
029000     05  FILLER                     PIC X(3)  VALUE SPACE.
029100     05  SD-DISPOSITION             PIC X(24).
029200     05  FILLER                     PIC X(13) VALUE SPACE.
029300 PROCEDURE DIVISION.
029400*=================================================================
029500 0000-MAINLINE.
029600     PERFORM 0900-DISPLAY-VERSION-STAMP
029700     PERFORM 1000-INITIALIZE
029800     PERFORM 2000-CHECK-ONE-CARD
029900         UNTIL WS-CARD-EOF
030000     PERFORM 3000-FEED-THE-WEEK
030100     PERFORM 4000-TERMINATE
030200     PERFORM 9000-DISPLAY-VERSION-TRAILER
030300     STOP RUN.
030400*=================================================================
030500*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
030600*=================================================================
030700 0900-DISPLAY-VERSION-STAMP.
030800     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='TIMECARD -'==
030900                             ==:PROGVERS:== BY =='Version 001'==.
031000*=================================================================
031100*    1000-INITIALIZE - THE WEEK, LINKS, PERSONNEL, FILES
031200*=================================================================
031300 1000-INITIALIZE.
031400     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
031500     PERFORM 1100-READ-CONTROL-CARD
031600     IF WS-WEEK-END-DATE = ZERO
031700         MOVE 'S'                      TO CALR-FUNCTION
031800         MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
031900         MOVE ZERO                     TO CALR-END-DATE
032000         MOVE 1                        TO CALR-DAYS
032100         CALL 'STORECAL' USING CALENDAR-REQUEST
032200         MOVE CALR-RESULT-DATE TO WS-WEEK-END-DATE
032300     END-IF
032400     MOVE 'S'              TO CALR-FUNCTION
032500     MOVE WS-WEEK-END-DATE TO CALR-DATE
032600     MOVE ZERO             TO CALR-END-DATE
032700     MOVE 6                TO CALR-DAYS
032800     CALL 'STORECAL' USING CALENDAR-REQUEST
032900     MOVE CALR-RESULT-DATE TO WS-WEEK-START-DATE
033000     COMPUTE WS-THRESHOLD-MINUTES = WS-OT-THRESHOLD * 60
033100     PERFORM 1200-LOAD-STAFF-LINKS
033200     PERFORM 1300-LOAD-PERSONNEL
033300     OPEN INPUT TIMECRD-IN
033400     IF FC-TIMECRD-STATUS NOT = '00'
033500         DISPLAY 'TIMECARD: NO TIMECRD CARDS, STATUS='
033600             FC-TIMECRD-STATUS
033700         MOVE 'Y' TO WS-CARD-EOF-SW
033800     END-IF
033900     OPEN OUTPUT TIMETRAN-OUT
034000     OPEN OUTPUT TIMEREG-RPT
034100     MOVE WS-WEEK-START-DATE TO TT-WEEK-START-DATE
034200     MOVE WS-WEEK-END-DATE   TO TT-WEEK-END-DATE
034300     WRITE TIMEREG-LINE FROM WS-TITLE-LINE
034400     WRITE TIMEREG-LINE FROM WS-CARD-HEAD-LINE
034500     ADD 2 TO WS-REPORT-LINES.
034600*=================================================================
034700*    1100-READ-CONTROL-CARD - ANY FIELD LEFT BLANK KEEPS ITS
034800*    DEFAULT
034900*=================================================================
035000 1100-READ-CONTROL-CARD.
035100     MOVE ZERO TO WS-WEEK-END-DATE
035200     OPEN INPUT TIMECTL-IN
035300     IF FC-TIMECTL-STATUS = '00'
035400         READ TIMECTL-IN
035500             AT END
035600                 CONTINUE
035700             NOT AT END
035800                 IF TL-WEEK-END-DATE NUMERIC
035900                     MOVE TL-WEEK-END-DATE TO WS-WEEK-END-DATE
036000                 END-IF
036100                 IF TL-OT-THRESHOLD NUMERIC
036200                     AND TL-OT-THRESHOLD > ZERO
036300                     MOVE TL-OT-THRESHOLD TO WS-OT-THRESHOLD
036400                 END-IF
036500                 IF TL-TOLERANCE NUMERIC
036600                     MOVE TL-TOLERANCE TO WS-TOLERANCE
036700                 END-IF
036800         END-READ
036900         CLOSE TIMECTL-IN
037000     END-IF.
037100*=================================================================
037200*    1200-LOAD-STAFF-LINKS - OPERATOR ID TO PERSONNEL NUMBER
037300*=================================================================
037400 1200-LOAD-STAFF-LINKS.
037500     OPEN INPUT STAFFXRF-IN
037600     IF FC-STAFFXRF-STATUS = '00'
037700         PERFORM 1210-LOAD-ONE-LINK
037800             UNTIL WS-XREF-EOF
037900         CLOSE STAFFXRF-IN
038000     ELSE
038100         DISPLAY 'TIMECARD: NO STAFFXRF, STATUS='
038200             FC-STAFFXRF-STATUS
038300     END-IF.
038400*=================================================================
038500*    1210-LOAD-ONE-LINK
038600*=================================================================
038700 1210-LOAD-ONE-LINK.
038800     READ STAFFXRF-IN
038900         AT END
039000             MOVE 'Y' TO WS-XREF-EOF-SW
039100         NOT AT END
039200             IF SX-OPERATOR-ID NOT = SPACES
039300                 AND SX-PERSNR NUMERIC
039400                 AND WS-XRF-COUNT < 100
039500                 ADD 1 TO WS-XRF-COUNT
039600                 MOVE SX-OPERATOR-ID
039700                     TO WS-XRF-OPERATOR-ID (WS-XRF-COUNT)
039800                 MOVE SX-PERSNR
039900                     TO WS-XRF-PERSNR (WS-XRF-COUNT)
040000             END-IF
040100     END-READ.
040200*=================================================================
040300*    1300-LOAD-PERSONNEL - PERSNR TO EMPLOYER NUMBER OFF THE
040400*    D111E DETAILS
040500*=================================================================
040600 1300-LOAD-PERSONNEL.
040700     OPEN INPUT D111E
040800     PERFORM 1310-LOAD-ONE-PERSON
040900         UNTIL WS-EOF
041000     CLOSE D111E.
041100*=================================================================
041200*    1310-LOAD-ONE-PERSON
041300*=================================================================
041400 1310-LOAD-ONE-PERSON.
041500     READ D111E
041600         AT END
041700             MOVE 'Y' TO WS-EOF-SW
041800     END-READ
041900     IF NOT WS-EOF
042000         AND D111E-SATZART-DETAIL
042100         IF WS-PER-COUNT < 2000
042200             ADD 1 TO WS-PER-COUNT
042300             MOVE D111E-PERSNR
042400                 TO WS-PER-PERSNR (WS-PER-COUNT)
042500             MOVE D111E-BDST
042600                 TO WS-PER-BDST (WS-PER-COUNT)
042700         END-IF
042800     END-IF.
042900*=================================================================
043000*    2000-CHECK-ONE-CARD - REJECT, FLAG OR ACCEPT ONE SHIFT
043100*=================================================================
043200 2000-CHECK-ONE-CARD.
043300     READ TIMECRD-IN
043400         AT END
043500             MOVE 'Y' TO WS-CARD-EOF-SW
043600     END-READ
043700     IF NOT WS-CARD-EOF
043800         ADD 1 TO WS-CARDS-READ
043900         MOVE ZERO TO WS-WORKED-MINUTES
044000         PERFORM 2100-EDIT-THE-CARD
044100         IF WS-CARD-OK
044200             PERFORM 2200-CHECK-FOR-OVERLAP
044300         END-IF
044400         IF WS-CARD-OK
044500             PERFORM 2300-CHECK-STORE-HOURS
044600             PERFORM 2400-ACCEPT-THE-SHIFT
044700         ELSE
044800             ADD 1 TO WS-CARDS-REJECTED
044900         END-IF
045000         PERFORM 2900-WRITE-CARD-LINE
045100     END-IF.
045200*=================================================================
045300*    2100-EDIT-THE-CARD - OPERATOR, DATE IN THE WEEK, BOTH
045400*    PUNCHES PRESENT AND VALID, OUT AFTER IN, BREAK SHORTER
045500*    THAN THE SHIFT
045600*=================================================================
045700 2100-EDIT-THE-CARD.
045800     MOVE 'N' TO WS-CARD-OK-SW
045900     EVALUATE TRUE
046000         WHEN TC-OPERATOR-ID = SPACES
046100             MOVE 'NO OPERATOR ID' TO WS-DISPOSITION
046200         WHEN TC-WORK-DATE NOT NUMERIC
046300             MOVE 'INVALID DATE' TO WS-DISPOSITION
046400         WHEN TC-WORK-DATE < WS-WEEK-START-DATE
046500             OR TC-WORK-DATE > WS-WEEK-END-DATE
046600             MOVE 'DATE OUTSIDE THE WEEK' TO WS-DISPOSITION
046700         WHEN TC-CLOCK-IN = SPACES
046800             MOVE 'MISSING PUNCH - CLOCK-IN' TO WS-DISPOSITION
046900         WHEN TC-CLOCK-OUT = SPACES
047000             MOVE 'MISSING PUNCH - CLOCK-OUT' TO WS-DISPOSITION
047100         WHEN TC-CLOCK-IN NOT NUMERIC
047200             OR TC-IN-HH > 23 OR TC-IN-MM > 59
047300             MOVE 'INVALID CLOCK-IN TIME' TO WS-DISPOSITION
047400         WHEN TC-CLOCK-OUT NOT NUMERIC
047500             OR TC-OUT-HH > 23 OR TC-OUT-MM > 59
047600             MOVE 'INVALID CLOCK-OUT TIME' TO WS-DISPOSITION
047700         WHEN TC-BREAK-X NOT = SPACES
047800             AND TC-BREAK-X NOT NUMERIC
047900             MOVE 'INVALID BREAK MINUTES' TO WS-DISPOSITION
048000         WHEN OTHER
048100             MOVE 'Y' TO WS-CARD-OK-SW
048200     END-EVALUATE
048300     IF WS-CARD-OK
048400         COMPUTE WS-IN-MINUTES  = TC-IN-HH * 60 + TC-IN-MM
048500         COMPUTE WS-OUT-MINUTES = TC-OUT-HH * 60 + TC-OUT-MM
048600         MOVE ZERO TO WS-BREAK-MINUTES
048700         IF TC-BREAK-X NOT = SPACES
048800             MOVE TC-BREAK-MINUTES TO WS-BREAK-MINUTES
048900         END-IF
049000         IF WS-OUT-MINUTES NOT > WS-IN-MINUTES
049100             MOVE 'N' TO WS-CARD-OK-SW
049200             MOVE 'CLOCK-OUT NOT AFTER CLOCK-IN'
049300                 TO WS-DISPOSITION
049400         ELSE
049500             IF WS-BREAK-MINUTES NOT <
049600                 WS-OUT-MINUTES - WS-IN-MINUTES
049700                 MOVE 'N' TO WS-CARD-OK-SW
049800                 MOVE 'BREAK AS LONG AS THE SHIFT'
049900                     TO WS-DISPOSITION
050000             ELSE
050100                 COMPUTE WS-WORKED-MINUTES = WS-OUT-MINUTES
050200                     - WS-IN-MINUTES - WS-BREAK-MINUTES
050300             END-IF
050400         END-IF
050500     END-IF.
050600*=================================================================
050700*    2200-CHECK-FOR-OVERLAP - AGAINST EVERY SHIFT ALREADY
050800*    ACCEPTED FOR THE SAME OPERATOR ON THE SAME DAY
050900*=================================================================
051000 2200-CHECK-FOR-OVERLAP.
051100     PERFORM 2210-CHECK-ONE-SHIFT
051200         VARYING WS-SHIFT-SUB FROM 1 BY 1
051300         UNTIL WS-SHIFT-SUB > WS-SHIFT-COUNT
051400         OR NOT WS-CARD-OK.
051500*=================================================================
051600*    2210-CHECK-ONE-SHIFT
051700*=================================================================
051800 2210-CHECK-ONE-SHIFT.
051900     IF WS-SH-OPERATOR-ID (WS-SHIFT-SUB) = TC-OPERATOR-ID
052000         AND WS-SH-WORK-DATE (WS-SHIFT-SUB) = TC-WORK-DATE
052100         AND WS-IN-MINUTES < WS-SH-OUT-MINUTES (WS-SHIFT-SUB)
052200         AND WS-OUT-MINUTES > WS-SH-IN-MINUTES (WS-SHIFT-SUB)
052300         MOVE 'N' TO WS-CARD-OK-SW
052400         MOVE 'OVERLAPS ANOTHER SHIFT' TO WS-DISPOSITION
052500         MOVE ZERO TO WS-WORKED-MINUTES
052600     END-IF.
052700*=================================================================
052800*    2300-CHECK-STORE-HOURS - PAID EITHER WAY; FLAGGED WHEN THE
052900*    STORE WAS CLOSED OR THE SHIFT RUNS PAST THE TOLERANCE
053000*    EITHER SIDE OF THE DAY'S STORE HOURS
053100*=================================================================
053200 2300-CHECK-STORE-HOURS.
053300     MOVE 'ACCEPTED' TO WS-DISPOSITION
053400     MOVE 'H'          TO CALR-FUNCTION
053500     MOVE TC-WORK-DATE TO CALR-DATE
053600     MOVE ZERO         TO CALR-END-DATE
053700     CALL 'STORECAL' USING CALENDAR-REQUEST
053800     IF CALR-OPEN-TIME = ZERO
053900         AND CALR-CLOSE-TIME = ZERO
054000         MOVE 'FLAGGED - STORE CLOSED THAT DAY'
054100             TO WS-DISPOSITION
054200         ADD 1 TO WS-CARDS-FLAGGED
054300     ELSE
054400         DIVIDE CALR-OPEN-TIME BY 100 GIVING WS-TIME-HH
054500             REMAINDER WS-TIME-MM
054600         COMPUTE WS-OPEN-MINUTES =
054700             WS-TIME-HH * 60 + WS-TIME-MM - WS-TOLERANCE
054800         DIVIDE CALR-CLOSE-TIME BY 100 GIVING WS-TIME-HH
054900             REMAINDER WS-TIME-MM
055000         COMPUTE WS-CLOSE-MINUTES =
055100             WS-TIME-HH * 60 + WS-TIME-MM + WS-TOLERANCE
055200         IF WS-IN-MINUTES < WS-OPEN-MINUTES
055300             OR WS-OUT-MINUTES > WS-CLOSE-MINUTES
055400             MOVE 'FLAGGED - OUTSIDE STORE HOURS'
055500                 TO WS-DISPOSITION
055600             ADD 1 TO WS-CARDS-FLAGGED
055700         END-IF
055800     END-IF.
055900*=================================================================
056000*    2400-ACCEPT-THE-SHIFT - REMEMBER IT FOR THE OVERLAP CHECK
056100*    AND ADD ITS MINUTES TO THE OPERATOR'S WEEK
056200*=================================================================
056300 2400-ACCEPT-THE-SHIFT.
056400     ADD 1 TO WS-CARDS-ACCEPTED
056500     IF WS-SHIFT-COUNT < 500
056600         ADD 1 TO WS-SHIFT-COUNT
056700         MOVE TC-OPERATOR-ID
056800             TO WS-SH-OPERATOR-ID (WS-SHIFT-COUNT)
056900         MOVE TC-WORK-DATE
057000             TO WS-SH-WORK-DATE (WS-SHIFT-COUNT)
057100         MOVE WS-IN-MINUTES
057200             TO WS-SH-IN-MINUTES (WS-SHIFT-COUNT)
057300         MOVE WS-OUT-MINUTES
057400             TO WS-SH-OUT-MINUTES (WS-SHIFT-COUNT)
057500     END-IF
057600     MOVE ZERO TO WS-FOUND-SUB
057700     PERFORM 2410-CHECK-ONE-OPERATOR
057800         VARYING WS-STAFF-SUB FROM 1 BY 1
057900         UNTIL WS-STAFF-SUB > WS-STAFF-COUNT
058000         OR WS-FOUND-SUB > ZERO
058100     IF WS-FOUND-SUB = ZERO
058200         AND WS-STAFF-COUNT < 100
058300         ADD 1 TO WS-STAFF-COUNT
058400         MOVE WS-STAFF-COUNT TO WS-FOUND-SUB
058500         MOVE TC-OPERATOR-ID
058600             TO WS-ST-OPERATOR-ID (WS-FOUND-SUB)
058700         MOVE ZERO TO WS-ST-MINUTES (WS-FOUND-SUB)
058800     END-IF
058900     IF WS-FOUND-SUB > ZERO
059000         ADD WS-WORKED-MINUTES
059100             TO WS-ST-MINUTES (WS-FOUND-SUB)
059200     END-IF.
059300*=================================================================
059400*    2410-CHECK-ONE-OPERATOR
059500*=================================================================
059600 2410-CHECK-ONE-OPERATOR.
059700     IF WS-ST-OPERATOR-ID (WS-STAFF-SUB) = TC-OPERATOR-ID
059800         MOVE WS-STAFF-SUB TO WS-FOUND-SUB
059900     END-IF.
060000*=================================================================
060100*    2900-WRITE-CARD-LINE
060200*=================================================================
060300 2900-WRITE-CARD-LINE.
060400     MOVE TC-OPERATOR-ID  TO CD-OPERATOR-ID
060500     MOVE TIMECARD-CARD (5:8) TO CD-WORK-DATE
060600     MOVE TC-CLOCK-IN     TO CD-CLOCK-IN
060700     MOVE TC-CLOCK-OUT    TO CD-CLOCK-OUT
060800     MOVE TC-BREAK-X      TO CD-BREAK
060900     COMPUTE WS-CARD-HOURS ROUNDED = WS-WORKED-MINUTES / 60
061000     MOVE WS-CARD-HOURS   TO CD-HOURS
061100     MOVE WS-DISPOSITION  TO CD-DISPOSITION
061200     WRITE TIMEREG-LINE FROM WS-CARD-DETAIL
061300     ADD 1 TO WS-REPORT-LINES.
061400*=================================================================
061500*    3000-FEED-THE-WEEK - REGULAR AND OVERTIME HOURS FOR EACH
061600*    OPERATOR, THEN THE TRAILER
061700*=================================================================
061800 3000-FEED-THE-WEEK.
061900     MOVE SPACES TO TIMEREG-LINE
062000     WRITE TIMEREG-LINE
062100     WRITE TIMEREG-LINE FROM WS-STAFF-HEAD-LINE
062200     ADD 2 TO WS-REPORT-LINES
062300     PERFORM 3100-FEED-ONE-OPERATOR
062400         VARYING WS-STAFF-SUB FROM 1 BY 1
062500         UNTIL WS-STAFF-SUB > WS-STAFF-COUNT
062600     MOVE WS-TRANS-WRITTEN TO TL-TRANS-COUNT
062700     MOVE WS-HASH-TOTAL    TO TL-HASH-TOTAL
062800     WRITE TIMETRAN-LINE FROM WS-TRAILER-RECORD.
062900*=================================================================
063000*    3100-FEED-ONE-OPERATOR - LINK, EMPLOYER, SPLIT, FEED
063100*=================================================================
063200 3100-FEED-ONE-OPERATOR.
063300     MOVE ZERO TO WS-LINK-PERSNR
063400     MOVE ZERO TO WS-LINK-BDST
063500     IF WS-ST-MINUTES (WS-STAFF-SUB) > WS-THRESHOLD-MINUTES
063600         MOVE WS-THRESHOLD-MINUTES TO WS-REGULAR-MINUTES
063700         COMPUTE WS-OVERTIME-MINUTES =
063800             WS-ST-MINUTES (WS-STAFF-SUB) - WS-THRESHOLD-MINUTES
063900     ELSE
064000         MOVE WS-ST-MINUTES (WS-STAFF-SUB) TO WS-REGULAR-MINUTES
064100         MOVE ZERO TO WS-OVERTIME-MINUTES
064200     END-IF
064300     COMPUTE WS-REGULAR-HOURS ROUNDED = WS-REGULAR-MINUTES / 60
064400     COMPUTE WS-OVERTIME-HOURS ROUNDED =
064500         WS-OVERTIME-MINUTES / 60
064600     PERFORM 3200-FIND-STAFF-LINK
064700     IF WS-FOUND-SUB = ZERO
064800         ADD 1 TO WS-STAFF-UNLINKED
064900         MOVE 'NO STAFFXRF LINK' TO SD-DISPOSITION
065000     ELSE
065100         MOVE WS-XRF-PERSNR (WS-FOUND-SUB) TO WS-LINK-PERSNR
065200         PERFORM 3300-FIND-EMPLOYER-NUMBER
065300         IF WS-FOUND-SUB = ZERO
065400             ADD 1 TO WS-STAFF-UNLINKED
065500             MOVE 'PERSNR NOT ON D111E' TO SD-DISPOSITION
065600         ELSE
065700             MOVE WS-PER-BDST (WS-FOUND-SUB) TO WS-LINK-BDST
065800             ADD 1 TO WS-STAFF-FED
065900             MOVE WS-REGULAR-TAG   TO TR-TAG-NUM
066000             MOVE WS-REGULAR-HOURS TO VB-HOURS
066100             PERFORM 3400-WRITE-TRANSACTION
066200             IF WS-OVERTIME-MINUTES > ZERO
066300                 MOVE WS-OVERTIME-TAG   TO TR-TAG-NUM
066400                 MOVE WS-OVERTIME-HOURS TO VB-HOURS
066500                 PERFORM 3400-WRITE-TRANSACTION
066600             END-IF
066700             MOVE 'FED' TO SD-DISPOSITION
066800         END-IF
066900     END-IF
067000     MOVE WS-ST-OPERATOR-ID (WS-STAFF-SUB) TO SD-OPERATOR-ID
067100     MOVE WS-LINK-PERSNR    TO SD-PERSNR
067200     MOVE WS-LINK-BDST      TO SD-EMPLOYER
067300     MOVE WS-REGULAR-HOURS  TO SD-REGULAR-HOURS
067400     MOVE WS-OVERTIME-HOURS TO SD-OVERTIME-HOURS
067500     WRITE TIMEREG-LINE FROM WS-STAFF-DETAIL
067600     ADD 1 TO WS-REPORT-LINES.
067700*=================================================================
067800*    3200-FIND-STAFF-LINK
067900*=================================================================
068000 3200-FIND-STAFF-LINK.
068100     MOVE ZERO TO WS-FOUND-SUB
068200     MOVE ZERO TO WS-XRF-SUB
068300     PERFORM 3210-CHECK-ONE-LINK
068400         UNTIL WS-XRF-SUB >= WS-XRF-COUNT
068500         OR WS-FOUND-SUB > ZERO.
068600*=================================================================
068700*    3210-CHECK-ONE-LINK
068800*=================================================================
068900 3210-CHECK-ONE-LINK.
069000     ADD 1 TO WS-XRF-SUB
069100     IF WS-XRF-OPERATOR-ID (WS-XRF-SUB)
069200         = WS-ST-OPERATOR-ID (WS-STAFF-SUB)
069300         MOVE WS-XRF-SUB TO WS-FOUND-SUB
069400     END-IF.
069500*=================================================================
069600*    3300-FIND-EMPLOYER-NUMBER
069700*=================================================================
069800 3300-FIND-EMPLOYER-NUMBER.
069900     MOVE ZERO TO WS-FOUND-SUB
070000     MOVE ZERO TO WS-PER-SUB
070100     PERFORM 3310-CHECK-ONE-PERSON
070200         UNTIL WS-PER-SUB >= WS-PER-COUNT
070300         OR WS-FOUND-SUB > ZERO.
070400*=================================================================
070500*    3310-CHECK-ONE-PERSON
070600*=================================================================
070700 3310-CHECK-ONE-PERSON.
070800     ADD 1 TO WS-PER-SUB
070900     IF WS-PER-PERSNR (WS-PER-SUB) = WS-LINK-PERSNR
071000         MOVE WS-PER-SUB TO WS-FOUND-SUB
071100     END-IF.
071200*=================================================================
071300*    3400-WRITE-TRANSACTION - BUREAU D RECORD PLUS THE HASH,
071400*    TAG AND HOURS ALREADY SET
071500*=================================================================
071600 3400-WRITE-TRANSACTION.
071700     MOVE WS-LINK-BDST           TO TR-BTRNR-A
071800     MOVE WS-LINK-BDST           TO TR-BTRNR-E
071900     MOVE WS-LINK-PERSNR (5:5)   TO TR-BAND-NR
072000     MOVE WS-WEEK-END-DATE       TO VB-WEEK-END-DATE
072100     MOVE WS-VALUE-BUILD         TO TR-VALUE
072200     WRITE TIMETRAN-LINE FROM WS-TRANS-RECORD
072300     ADD 1 TO WS-TRANS-WRITTEN
072400     MOVE WS-LINK-BDST TO WS-BTRNR-NUM
072500     ADD WS-BTRNR-NUM TO WS-HASH-TOTAL
072600     IF WS-HASH-TOTAL > 999999999999
072700         SUBTRACT 999999999999 FROM WS-HASH-TOTAL
072800     END-IF.
072900*=================================================================
073000*    4000-TERMINATE
073100*=================================================================
073200 4000-TERMINATE.
073300     CLOSE TIMECRD-IN
073400     CLOSE TIMETRAN-OUT
073500     CLOSE TIMEREG-RPT
073600     IF WS-CARDS-REJECTED > ZERO
073700         OR WS-STAFF-UNLINKED > ZERO
073800         MOVE 4 TO RETURN-CODE
073900     END-IF
074000     DISPLAY 'TIMECARD: WEEK ENDING     = ' WS-WEEK-END-DATE
074100     DISPLAY 'TIMECARD: CARDS READ      = ' WS-CARDS-READ
074200     DISPLAY 'TIMECARD: CARDS ACCEPTED  = ' WS-CARDS-ACCEPTED
074300     DISPLAY 'TIMECARD: CARDS FLAGGED   = ' WS-CARDS-FLAGGED
074400     DISPLAY 'TIMECARD: CARDS REJECTED  = ' WS-CARDS-REJECTED
074500     DISPLAY 'TIMECARD: STAFF FED       = ' WS-STAFF-FED
074600     DISPLAY 'TIMECARD: STAFF UNLINKED  = ' WS-STAFF-UNLINKED
074700     DISPLAY 'TIMECARD: TRANS WRITTEN   = ' WS-TRANS-WRITTEN.
074800*=================================================================
074900*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
075000*=================================================================
075100 9000-DISPLAY-VERSION-TRAILER.
075200     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='TIMECARD -'==
075300                             ==:LINECOUNT:== BY
075400                                 WS-REPORT-LINES.
