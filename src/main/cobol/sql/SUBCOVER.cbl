000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SUBCOVER.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - DAILY SUBSTITUTE-COVER
001200*                   LIST AND COVER REGISTER.
001300*=================================================================
001400*  THE DAILY COVER LIST THE OFFICE USED TO WORK OUT BY PHONE.
001500*  A TEACHER IS ABSENT ON THE COVER DATE WHEN A SICKNESS ABS
001600*  ELEMENT ON PARSEDTL RUNS OVER IT (START DATE FOR ITS DAY
001700*  COUNT IN CALENDAR DAYS, AS SICKLKUP READS IT) AND THE BAND
001800*  NUMBER BELONGS TO A CONFIRMED PERSMTCH LINK TO A TEACHER ID.
001900*  THE SICKNESS TAGS ARE THE 'TAG  ' CARDS ON SICKCTL - NONE
002000*  MEANS EVERY ABS TAG, AS IN SICKLKUP.  FOR EACH ABSENT
002100*  TEACHER EVERY CLASS ON THE SCHEDULE TABLE THAT MEETS ON THE
002200*  COVER DATE'S WEEKDAY IS LISTED IN PERIOD ORDER WITH ITS
002300*  ROOM AND ITS ACTIVE-ENROLLMENT HEADCOUNT, AND PAIRED WITH
002400*  THE SUBSTITUTES AVAILABLE - TEACHERS IN THE SAME DEPARTMENT
002500*  WHO ARE NOT ABSENT THEMSELVES, HAVE NO CLASS OF THEIR OWN
002600*  IN THAT PERIOD AND ARE NOT ALREADY COVERING ONE.  THE ONE
002700*  WITH THE FEWEST COVERS THIS TERM IS ASSIGNED AND THE NEXT
002800*  FEW FREE ONES ARE SHOWN AS ALTERNATES.  CLASSES THE TEACHER
002900*  HOLDS IN ENROLLMENT THAT ARE NOT ON THE TIMETABLE ARE LISTED
003000*  FOR THE OFFICE TO PLACE BY HAND.  EVERY CLASS LISTED GOES ON
003100*  THE COVER TABLE - THE COVER REGISTER STIPFEED PAYS COVER
003200*  PERIODS FROM - WITH THE SUBSTITUTE ASSIGNED (ZERO WHEN NONE
003300*  WAS FREE); A RERUN FOR THE SAME DATE REPLACES THAT DATE'S
003400*  ROWS.  RC=4 WHEN ANY CLASS IS LEFT UNCOVERED.
003500*  CONTROL CARD SUBCTL:
003600*    COLS  1- 6  TERM                      (REQUIRED)
003700*    COLS  8-15  COVER DATE YYYYMMDD       (BLANK - RUN DATE)
003800*=================================================================
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SUB-CTL ASSIGN TO 'SUBCTL'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FC-CTL-STATUS.
004800     SELECT PARSED-IN ASSIGN TO 'PARSEDTL'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FC-PARSED-STATUS.
005100     SELECT OPTIONAL SICK-CTL ASSIGN TO 'SICKCTL'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FC-SICK-STATUS.
005400     SELECT OPTIONAL XREF-IN ASSIGN TO 'PERSXRFI'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FC-XREF-STATUS.
005700     SELECT COVER-RPT ASSIGN TO 'SUBCOVER'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FC-COVER-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SUB-CTL
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  SUB-CTL-CARD.
006500     05  SC-TERM                    PIC X(6).
006600     05  FILLER                     PIC X(1).
006700     05  SC-COVER-DATE              PIC X(8).
006800     05  SC-COVER-DATE-NUM REDEFINES SC-COVER-DATE
006900                                    PIC 9(8).
007000     05  FILLER                     PIC X(65).
007100 FD  PARSED-IN
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  PARSED-IN-LINE.
007400     05  PD-TYPE                    PIC X(3).
007500         88  PD-ABSENCE             VALUE 'ABS'.
007600     05  FILLER                     PIC X(1).
007700     05  PD-TAG-NUM                 PIC 9(4).
007800     05  FILLER                     PIC X(1).
007900     05  PD-BAND-NR                 PIC 9(5).
008000     05  FILLER                     PIC X(1).
008100     05  PD-BTRNR-A                 PIC X(8).
008200     05  FILLER                     PIC X(1).
008300     05  PD-BTRNR-E                 PIC X(8).
008400     05  FILLER                     PIC X(1).
008500     05  PD-WERT.
008600         10  PD-WERT-DAYS           PIC X(3).
008700         10  FILLER                 PIC X(32).
008800     05  FILLER                     PIC X(1).
008900     05  PD-DATUM                   PIC X(8).
009000     05  PD-DATUM-N REDEFINES PD-DATUM
009100                                    PIC 9(8).
009200     05  FILLER                     PIC X(3).
009300 FD  SICK-CTL
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  SICK-CTL-CARD.
009600     05  CT-KEYWORD                 PIC X(5).
009700         88  CT-SICK-TAG            VALUE 'TAG  '.
009800     05  FILLER                     PIC X(1).
009900     05  CT-VALUE                   PIC 9(4).
010000     05  FILLER                     PIC X(70).
010100 FD  XREF-IN
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  XREFI-RECORD.
010400     05  XRI-PERSNR                 PIC 9(9).
010500     05  FILLER                     PIC X(1).
010600     05  XRI-TEACHER-ID             PIC 9(10).
010700     05  FILLER                     PIC X(1).
010800     05  XRI-STATUS                 PIC X(1).
010900     05  FILLER                     PIC X(57).
011000 FD  COVER-RPT
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  COVER-LINE                     PIC X(80).
011300 WORKING-STORAGE SECTION.
011400*=================================================================
011500 COPY VERSTAMP.
011600   EXEC SQL
011700     INCLUDE SQLSCRIPT
011800   END-EXEC.
011900   EXEC SQL
012000     INCLUDE TEACHER
012100   END-EXEC.
012200   EXEC SQL
012300     INCLUDE SCHEDULE
012400   END-EXEC.
012500   EXEC SQL
012600     INCLUDE ENROLLMENT
012700   END-EXEC.
012800   EXEC SQL
012900     INCLUDE COVER
013000   END-EXEC.
013100*=================================================================
013200   EXEC SQL BEGIN DECLARE SECTION
013300   END-EXEC.
013400     01 WS-COVER-REC.
013500         05 WS-CV-COVER-DATE        PIC 9(8).
013600         05 WS-CV-TERM              PIC X(6).
013700         05 WS-CV-PERIOD            PIC 9(2).
013800         05 WS-CV-ABSENT-ID         PIC 9(10).
013900         05 WS-CV-COURSE-CODE       PIC X(8).
014000         05 WS-CV-ROOM-ID           PIC X(6).
014100         05 WS-CV-SUB-ID            PIC 9(10).
014200         05 WS-CV-HEADCOUNT         PIC 9(5).
014300     01 WS-TEACHER-REC.
014400         05 WS-TEACHER-ID           PIC 9(10).
014500         05 WS-TEACHER-NAME         PIC X(30).
014600         05 WS-TEACHER-DEPT         PIC X(10).
014700     01 WS-CANDIDATE-ID             PIC 9(10).
014800     01 WS-DAY-OF-WEEK              PIC 9(1).
014900     01 WS-ROW-COUNT                PIC 9(5).
015000   EXEC SQL END DECLARE SECTION
015100   END-EXEC.
015200*=================================================================
015300 COPY CALREQ.
015400 01  FC-STATUSES.
015500     05  FC-CTL-STATUS              PIC X(2).
015600     05  FC-PARSED-STATUS           PIC X(2).
015700     05  FC-SICK-STATUS             PIC X(2).
015800     05  FC-XREF-STATUS             PIC X(2).
015900     05  FC-COVER-STATUS            PIC X(2).
016000 01  WS-SWITCHES.
016100     05  WS-CTL-OK-SW               PIC X(1) VALUE 'N'.
016200         88  WS-CTL-OK              VALUE 'Y'.
016300     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
016400         88  WS-EOF                 VALUE 'Y'.
016500     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
016600         88  WS-LOAD-EOF            VALUE 'Y'.
016700     05  WS-EOC-SW                  PIC X(1) VALUE 'N'.
016800         88  WS-END-OF-CURSOR       VALUE 'Y'.
016900     05  WS-TAG-SW                  PIC X(1) VALUE 'N'.
017000         88  WS-SICK-TAG            VALUE 'Y'.
017100     05  WS-FOUND-SW                PIC X(1) VALUE 'N'.
017200         88  WS-FOUND               VALUE 'Y'.
017300     05  WS-FREE-SW                 PIC X(1) VALUE 'N'.
017400         88  WS-CANDIDATE-FREE      VALUE 'Y'.
017500 01  WS-RUN-DATE                    PIC 9(8).
017600 01  WS-COVER-DATE                  PIC 9(8).
017700 01  WS-ABS-START-DATE              PIC 9(8).
017800 01  WS-ABS-END-DATE                PIC 9(8).
017900 01  WS-ABS-DAYS                    PIC 9(3).
018000 01  WS-LINK-BAND-NR                PIC 9(5).
018100*=================================================================
018200*    DAY NAMES FOR THE HEADING, 1 MONDAY THROUGH 7 SUNDAY AS
018300*    STORECAL RETURNS THEM
018400*=================================================================
018500 01  WS-DAY-NAMES                   PIC X(21)
018600     VALUE 'MONTUEWEDTHUFRISATSUN'.
018700 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
018800     05  WS-DAY-NAME                PIC X(3) OCCURS 7 TIMES.
018900*=================================================================
019000*    SICKNESS TAGS FROM SICKCTL - NONE MEANS EVERY ABS TAG
019100*=================================================================
019200 01  WS-TAG-TABLE.
019300     05  WS-TAG-COUNT               PIC 9(2) VALUE ZERO.
019400     05  WS-TAG-NUM OCCURS 20 TIMES PIC 9(4).
019500 01  WS-TAG-SUB                     PIC 9(2).
019600*=================================================================
019700*    CONFIRMED LINKS - BAND NUMBER IS THE LAST FIVE DIGITS OF
019800*    THE PERSNR, AS ON THE PARSED PAYROLL DETAIL
019900*=================================================================
020000 01  WS-XREF-TABLE.
020100     05  WS-XRF-COUNT               PIC 9(4) VALUE ZERO.
020200     05  WS-XRF-ENTRY OCCURS 500 TIMES.
020300         10  WS-XRF-TCH-ID          PIC 9(10).
020400         10  WS-XRF-PERSNR          PIC 9(9).
020500 01  WS-XRF-SUB                     PIC 9(4).
020600*=================================================================
020700*    TEACHERS ABSENT ON THE COVER DATE
020800*=================================================================
020900 01  WS-ABSENT-TABLE.
021000     05  WS-ABS-COUNT               PIC 9(3) VALUE ZERO.
021100     05  WS-ABS-ENTRY OCCURS 200 TIMES.
021200         10  WS-AB-TEACHER-ID       PIC 9(10).
021300         10  WS-AB-BAND-NR          PIC 9(5).
021400 01  WS-ABS-SUB                     PIC 9(3).
021500 01  WS-CHK-SUB                     PIC 9(3).
021600*=================================================================
021700*    THE ABSENT TEACHER'S DEPARTMENT - THE SUBSTITUTE POOL, WITH
021800*    EACH ONE'S COVERS SO FAR THIS TERM
021900*=================================================================
022000 01  WS-DEPT-TABLE.
022100     05  WS-DT-COUNT                PIC 9(3) VALUE ZERO.
022200     05  WS-DT-ENTRY OCCURS 100 TIMES.
022300         10  WS-DT-TEACHER-ID       PIC 9(10).
022400         10  WS-DT-TEACHER-NAME     PIC X(30).
022500         10  WS-DT-COVERS           PIC 9(5).
022600 01  WS-DT-SUB                      PIC 9(3).
022700 01  WS-BEST-SUB                    PIC 9(3).
022800 01  WS-ALT-COUNT                   PIC 9(1).
022900 01  WS-COUNTERS.
023000     05  WS-LINES-READ              PIC 9(7) VALUE ZERO.
023100     05  WS-SICK-LINES              PIC 9(7) VALUE ZERO.
023200     05  WS-UNDATED-LINES           PIC 9(7) VALUE ZERO.
023300     05  WS-CLASSES-LISTED          PIC 9(5) VALUE ZERO.
023400     05  WS-CLASSES-COVERED         PIC 9(5) VALUE ZERO.
023500     05  WS-CLASSES-UNCOVERED       PIC 9(5) VALUE ZERO.
023600     05  WS-UNSCHEDULED             PIC 9(5) VALUE ZERO.
023700     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
023800 01  WS-HEAD-LINE.
023900     05  FILLER                     PIC X(28)
024000         VALUE ' SUBSTITUTE COVER LIST  TERM'.
024100     05  FILLER                     PIC X(1)  VALUE SPACE.
024200     05  HL-TERM                    PIC X(6).
024300     05  FILLER                     PIC X(7)  VALUE '  DATE '.
024400     05  HL-COVER-DATE              PIC 9(8).
024500     05  FILLER                     PIC X(1)  VALUE SPACE.
024600     05  HL-DAY-NAME                PIC X(3).
024700 01  WS-ABSENT-LINE.
024800     05  FILLER                     PIC X(8)  VALUE ' ABSENT '.
024900     05  AL-TEACHER-ID              PIC 9(10).
025000     05  FILLER                     PIC X(1)  VALUE SPACE.
025100     05  AL-TEACHER-NAME            PIC X(30).
025200     05  FILLER                     PIC X(6)  VALUE ' DEPT '.
025300     05  AL-TEACHER-DEPT            PIC X(10).
025400 01  WS-CLASS-LINE.
025500     05  FILLER                     PIC X(4)  VALUE '   P'.
025600     05  CL-PERIOD                  PIC 99.
025700     05  FILLER                     PIC X(1)  VALUE SPACE.
025800     05  CL-COURSE-CODE             PIC X(8).
025900     05  FILLER                     PIC X(1)  VALUE SPACE.
026000     05  CL-ROOM-ID                 PIC X(6).
026100     05  FILLER                     PIC X(6)  VALUE ' ENRL '.
026200     05  CL-HEADCOUNT               PIC ZZZ9.
026300     05  FILLER                     PIC X(7)  VALUE ' COVER '.
026400     05  CL-SUB-ID                  PIC X(10).
026500     05  FILLER                     PIC X(1)  VALUE SPACE.
026600     05  CL-SUB-NAME                PIC X(20).
026700 01  WS-ALTERNATE-LINE.
026800     05  FILLER                     PIC X(30)
026900         VALUE '                     ALSO FREE'.
027000     05  AT-ALT-ID OCCURS 4 TIMES.
027100         10  FILLER                 PIC X(1).
027200         10  AT-ALT-TEACHER-ID      PIC X(10).
027300 01  WS-TOTAL-LINE.
027400     05  FILLER                     PIC X(1)  VALUE SPACE.
027500     05  TL-LABEL                   PIC X(28).
027600     05  TL-COUNT                   PIC ZZZZ9.
027700 PROCEDURE DIVISION.
027800*=================================================================
027900 0000-MAINLINE.
028000     PERFORM 0900-DISPLAY-VERSION-STAMP
028100     PERFORM 1000-INITIALIZE
028200     IF WS-CTL-OK
028300         PERFORM 2000-COVER-ONE-TEACHER
028400             VARYING WS-ABS-SUB FROM 1 BY 1
028500             UNTIL WS-ABS-SUB > WS-ABS-COUNT
028600     END-IF
028700     PERFORM 3000-TERMINATE
028800     PERFORM 9000-DISPLAY-VERSION-TRAILER
028900     STOP RUN.
029000*=================================================================
029100*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
029200*=================================================================
029300 0900-DISPLAY-VERSION-STAMP.
029400     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SUBCOVER -'==
029500                             ==:PROGVERS:== BY =='Version 001'==.
029600*=================================================================
029700*    1000-INITIALIZE - CONTROL CARD, WEEKDAY, SICKNESS TAGS,
029800*    LINKS, THE DAY'S ABSENT TEACHERS, AND THE HEADING
029900*=================================================================
030000 1000-INITIALIZE.
030100     OPEN OUTPUT COVER-RPT
030200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030300     MOVE WS-RUN-DATE TO WS-COVER-DATE
030400     PERFORM 1200-READ-CONTROL-CARD
030500     IF NOT WS-CTL-OK
030600         MOVE 12 TO RETURN-CODE
030700     ELSE
030800         MOVE 'W'           TO CALR-FUNCTION
030900         MOVE WS-COVER-DATE TO CALR-DATE
031000         CALL 'STORECAL' USING CALENDAR-REQUEST
031100         MOVE CALR-DAYS     TO WS-DAY-OF-WEEK
031200         IF CALR-DAYS < 1
031300             OR CALR-DAYS > 7
031400             DISPLAY 'SUBCOVER: COVER DATE NOT A CALENDAR DATE='
031500                 WS-COVER-DATE
031600             MOVE 'N' TO WS-CTL-OK-SW
031700             MOVE 12 TO RETURN-CODE
031800         END-IF
031900     END-IF
032000     IF WS-CTL-OK
032100         MOVE SC-TERM       TO HL-TERM
032200         MOVE WS-COVER-DATE TO HL-COVER-DATE
032300         MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO HL-DAY-NAME
032400         WRITE COVER-LINE FROM WS-HEAD-LINE
032500         ADD 1 TO WS-REPORT-LINES
032600         PERFORM 1300-LOAD-SICK-TAGS
032700         PERFORM 1400-LOAD-CONFIRMED-LINKS
032800         PERFORM 1500-FIND-ABSENT-TEACHERS
032900         PERFORM 1600-CLEAR-THE-DAY
033000     END-IF.
033100*=================================================================
033200*    1200-READ-CONTROL-CARD - TERM REQUIRED; A BLANK COVER DATE
033300*    KEEPS THE RUN DATE
033400*=================================================================
033500 1200-READ-CONTROL-CARD.
033600     OPEN INPUT SUB-CTL
033700     IF FC-CTL-STATUS = '00'
033800         READ SUB-CTL
033900             AT END
034000                 DISPLAY 'SUBCOVER: NO CONTROL CARD'
034100             NOT AT END
034200                 PERFORM 1210-EDIT-CONTROL-CARD
034300         END-READ
034400     ELSE
034500         DISPLAY 'SUBCOVER: UNABLE TO OPEN SUBCTL, STATUS='
034600             FC-CTL-STATUS
034700     END-IF
034800     CLOSE SUB-CTL.
034900*=================================================================
035000*    1210-EDIT-CONTROL-CARD
035100*=================================================================
035200 1210-EDIT-CONTROL-CARD.
035300     IF SC-TERM = SPACES
035400         DISPLAY 'SUBCOVER: BLANK TERM ON CARD'
035500     ELSE
035600         MOVE 'Y' TO WS-CTL-OK-SW
035700         MOVE SC-TERM TO WS-CV-TERM
035800     END-IF
035900     IF SC-COVER-DATE NOT = SPACES
036000         IF SC-COVER-DATE-NUM NUMERIC
036100             MOVE SC-COVER-DATE-NUM TO WS-COVER-DATE
036200         ELSE
036300             DISPLAY 'SUBCOVER: COVER DATE NOT NUMERIC - '
036400                 'RUN DATE USED'
036500         END-IF
036600     END-IF.
036700*=================================================================
036800*    1300-LOAD-SICK-TAGS - ONLY THE 'TAG  ' CARDS MATTER HERE;
036900*    THE CERTIFICATE RULES ON THE SAME DATASET ARE SICKLKUP'S
037000*=================================================================
037100 1300-LOAD-SICK-TAGS.
037200     OPEN INPUT SICK-CTL
037300     IF FC-SICK-STATUS = '00'
037400         MOVE 'N' TO WS-LOAD-EOF-SW
037500         PERFORM 1310-LOAD-ONE-TAG
037600             UNTIL WS-LOAD-EOF
037700     END-IF
037800     CLOSE SICK-CTL.
037900*=================================================================
038000*    1310-LOAD-ONE-TAG
038100*=================================================================
038200 1310-LOAD-ONE-TAG.
038300     READ SICK-CTL
038400         AT END
038500             MOVE 'Y' TO WS-LOAD-EOF-SW
038600         NOT AT END
038700             IF CT-SICK-TAG
038800                 AND CT-VALUE NUMERIC
038900                 AND WS-TAG-COUNT < 20
039000                 ADD 1 TO WS-TAG-COUNT
039100                 MOVE CT-VALUE TO WS-TAG-NUM (WS-TAG-COUNT)
039200             END-IF
039300     END-READ.
039400*=================================================================
039500*    1400-LOAD-CONFIRMED-LINKS - ONLY STATUS C ROWS, AS STIPFEED
039600*=================================================================
039700 1400-LOAD-CONFIRMED-LINKS.
039800     OPEN INPUT XREF-IN
039900     IF FC-XREF-STATUS = '00'
040000         MOVE 'N' TO WS-LOAD-EOF-SW
040100         PERFORM 1410-LOAD-ONE-LINK
040200             UNTIL WS-LOAD-EOF
040300     ELSE
040400         DISPLAY 'SUBCOVER: NO PERSXRFI, STATUS='
040500             FC-XREF-STATUS
040600     END-IF
040700     CLOSE XREF-IN.
040800*=================================================================
040900*    1410-LOAD-ONE-LINK
041000*=================================================================
041100 1410-LOAD-ONE-LINK.
041200     READ XREF-IN
041300         AT END
041400             MOVE 'Y' TO WS-LOAD-EOF-SW
041500         NOT AT END
041600             IF XRI-STATUS = 'C'
041700                 AND WS-XRF-COUNT < 500
041800                 ADD 1 TO WS-XRF-COUNT
041900                 MOVE XRI-TEACHER-ID
042000                     TO WS-XRF-TCH-ID (WS-XRF-COUNT)
042100                 MOVE XRI-PERSNR
042200                     TO WS-XRF-PERSNR (WS-XRF-COUNT)
042300             END-IF
042400     END-READ.
042500*=================================================================
042600*    1500-FIND-ABSENT-TEACHERS - ONE PASS OF PARSEDTL
042700*=================================================================
042800 1500-FIND-ABSENT-TEACHERS.
042900     OPEN INPUT PARSED-IN
043000     IF FC-PARSED-STATUS NOT = '00'
043100         DISPLAY 'SUBCOVER: UNABLE TO OPEN PARSEDTL, STATUS='
043200             FC-PARSED-STATUS
043300         MOVE 12 TO RETURN-CODE
043400         MOVE 'Y' TO WS-EOF-SW
043500     END-IF
043600     PERFORM 1510-CHECK-ONE-LINE
043700         UNTIL WS-EOF
043800     CLOSE PARSED-IN.
043900*=================================================================
044000*    1510-CHECK-ONE-LINE - A SICKNESS ABS ELEMENT WHOSE DAYS RUN
044100*    OVER THE COVER DATE; A DAY COUNT THAT IS NOT NUMERIC COUNTS
044200*    ONE DAY, AS IN ABSLEDG
044300*=================================================================
044400 1510-CHECK-ONE-LINE.
044500     READ PARSED-IN
044600         AT END
044700             MOVE 'Y' TO WS-EOF-SW
044800     END-READ
044900     IF NOT WS-EOF
045000         ADD 1 TO WS-LINES-READ
045100     END-IF
045200     IF NOT WS-EOF
045300         AND PD-ABSENCE
045400         PERFORM 1520-IS-IT-SICKNESS
045500         IF WS-SICK-TAG
045600             ADD 1 TO WS-SICK-LINES
045700             IF PD-DATUM NUMERIC
045800                 PERFORM 1530-CHECK-THE-DATES
045900             ELSE
046000                 ADD 1 TO WS-UNDATED-LINES
046100             END-IF
046200         END-IF
046300     END-IF.
046400*=================================================================
046500*    1520-IS-IT-SICKNESS
046600*=================================================================
046700 1520-IS-IT-SICKNESS.
046800     IF WS-TAG-COUNT = ZERO
046900         MOVE 'Y' TO WS-TAG-SW
047000     ELSE
047100         MOVE 'N' TO WS-TAG-SW
047200         MOVE ZERO TO WS-TAG-SUB
047300         PERFORM 1525-CHECK-ONE-TAG
047400             UNTIL WS-TAG-SUB >= WS-TAG-COUNT
047500             OR WS-SICK-TAG
047600     END-IF.
047700*=================================================================
047800*    1525-CHECK-ONE-TAG
047900*=================================================================
048000 1525-CHECK-ONE-TAG.
048100     ADD 1 TO WS-TAG-SUB
048200     IF WS-TAG-NUM (WS-TAG-SUB) = PD-TAG-NUM
048300         MOVE 'Y' TO WS-TAG-SW
048400     END-IF.
048500*=================================================================
048600*    1530-CHECK-THE-DATES - LAST DAY FROM STORECAL
048700*=================================================================
048800 1530-CHECK-THE-DATES.
048900     MOVE PD-DATUM-N TO WS-ABS-START-DATE
049000     IF PD-WERT-DAYS NUMERIC
049100         AND PD-WERT-DAYS > '000'
049200         MOVE PD-WERT-DAYS TO WS-ABS-DAYS
049300     ELSE
049400         MOVE 1 TO WS-ABS-DAYS
049500     END-IF
049600     MOVE 'A'               TO CALR-FUNCTION
049700     MOVE WS-ABS-START-DATE TO CALR-DATE
049800     COMPUTE CALR-DAYS = WS-ABS-DAYS - 1
049900     CALL 'STORECAL' USING CALENDAR-REQUEST
050000     MOVE CALR-RESULT-DATE  TO WS-ABS-END-DATE
050100     IF WS-ABS-START-DATE <= WS-COVER-DATE
050200         AND WS-ABS-END-DATE >= WS-COVER-DATE
050300         MOVE ZERO TO WS-XRF-SUB
050400         PERFORM 1540-MARK-ONE-LINK
050500             UNTIL WS-XRF-SUB >= WS-XRF-COUNT
050600     END-IF.
050700*=================================================================
050800*    1540-MARK-ONE-LINK - EVERY TEACHER LINKED TO THE BAND
050900*    NUMBER; STAFF WHO ARE NOT TEACHERS HAVE NO LINK
051000*=================================================================
051100 1540-MARK-ONE-LINK.
051200     ADD 1 TO WS-XRF-SUB
051300     MOVE WS-XRF-PERSNR (WS-XRF-SUB) (5:5) TO WS-LINK-BAND-NR
051400     IF WS-LINK-BAND-NR = PD-BAND-NR
051500         PERFORM 1550-ADD-ABSENT-TEACHER
051600     END-IF.
051700*=================================================================
051800*    1550-ADD-ABSENT-TEACHER - ONCE, HOWEVER MANY ABS LINES
051900*=================================================================
052000 1550-ADD-ABSENT-TEACHER.
052100     MOVE WS-XRF-TCH-ID (WS-XRF-SUB) TO WS-CANDIDATE-ID
052200     PERFORM 2330-IS-CANDIDATE-ABSENT
052300     IF NOT WS-FOUND
052400         IF WS-ABS-COUNT < 200
052500             ADD 1 TO WS-ABS-COUNT
052600             MOVE WS-CANDIDATE-ID
052700                 TO WS-AB-TEACHER-ID (WS-ABS-COUNT)
052800             MOVE PD-BAND-NR
052900                 TO WS-AB-BAND-NR (WS-ABS-COUNT)
053000         ELSE
053100             DISPLAY 'SUBCOVER: ABSENT TABLE FULL, DROPPED='
053200                 WS-CANDIDATE-ID
053300         END-IF
053400     END-IF.
053500*=================================================================
053600*    1600-CLEAR-THE-DAY - A RERUN REPLACES THE DATE'S REGISTER
053700*=================================================================
053800 1600-CLEAR-THE-DAY.
053900     MOVE WS-COVER-DATE TO WS-CV-COVER-DATE
054000   EXEC SQL
054100     DELETE FROM COVER
054200       WHERE COVER-DATE = :WS-CV-COVER-DATE
054300   END-EXEC
054400     IF SQLCODE NOT = 0
054500         AND SQLCODE NOT = 100
054600         DISPLAY 'SUBCOVER: COVER DELETE SQLCODE=' SQLCODE
054700     END-IF.
054800*=================================================================
054900*    2000-COVER-ONE-TEACHER - HEADING, DEPARTMENT POOL, THE
055000*    DAY'S CLASSES, THEN ANY CLASS NOT ON THE TIMETABLE
055100*=================================================================
055200 2000-COVER-ONE-TEACHER.
055300     MOVE WS-AB-TEACHER-ID (WS-ABS-SUB) TO WS-TEACHER-ID
055400     MOVE WS-TEACHER-ID TO WS-CV-ABSENT-ID
055500   EXEC SQL
055600     SELECT TEACHER-NAME, TEACHER-DEPT
055700       INTO :WS-TEACHER-NAME, :WS-TEACHER-DEPT
055800       FROM TEACHER
055900       WHERE TEACHER-ID = :WS-TEACHER-ID
056000   END-EXEC
056100     IF SQLCODE NOT = 0
056200         MOVE '** NOT ON TEACHER TABLE **' TO WS-TEACHER-NAME
056300         MOVE SPACES TO WS-TEACHER-DEPT
056400     END-IF
056500     MOVE WS-TEACHER-ID   TO AL-TEACHER-ID
056600     MOVE WS-TEACHER-NAME TO AL-TEACHER-NAME
056700     MOVE WS-TEACHER-DEPT TO AL-TEACHER-DEPT
056800     WRITE COVER-LINE FROM WS-ABSENT-LINE
056900     ADD 1 TO WS-REPORT-LINES
057000     IF WS-TEACHER-DEPT NOT = SPACES
057100         AND WS-TEACHER-DEPT NOT = 'INACTIVE  '
057200         PERFORM 2050-LOAD-DEPT-POOL
057300         IF WS-DAY-OF-WEEK <= 5
057400             PERFORM 2100-LIST-THE-DAYS-CLASSES
057500             PERFORM 2600-LIST-UNSCHEDULED-CLASSES
057600         END-IF
057700     END-IF.
057800*=================================================================
057900*    2050-LOAD-DEPT-POOL - THE DEPARTMENT'S TEACHERS AND THEIR
058000*    COVERS THIS TERM SO FAR, TODAY'S INCLUDED
058100*=================================================================
058200 2050-LOAD-DEPT-POOL.
058300     MOVE ZERO TO WS-DT-COUNT
058400     MOVE 'N' TO WS-EOC-SW
058500   EXEC SQL
058600     DECLARE POOLCUR CURSOR FOR
058700       SELECT TEACHER-ID, TEACHER-NAME
058800       FROM TEACHER
058900       WHERE TEACHER-DEPT = :WS-TEACHER-DEPT
059000       ORDER BY TEACHER-ID
059100   END-EXEC
059200   EXEC SQL
059300     OPEN POOLCUR
059400   END-EXEC
059500     PERFORM 2060-LOAD-ONE-POOL-TEACHER
059600         UNTIL WS-END-OF-CURSOR
059700   EXEC SQL
059800     CLOSE POOLCUR
059900   END-EXEC.
060000*=================================================================
060100*    2060-LOAD-ONE-POOL-TEACHER
060200*=================================================================
060300 2060-LOAD-ONE-POOL-TEACHER.
060400   EXEC SQL
060500     FETCH POOLCUR
060600       INTO :WS-CANDIDATE-ID, :WS-TEACHER-NAME
060700   END-EXEC
060800     IF SQLCODE NOT = 0
060900         MOVE 'Y' TO WS-EOC-SW
061000     ELSE
061100         IF WS-DT-COUNT < 100
061200             ADD 1 TO WS-DT-COUNT
061300             MOVE WS-CANDIDATE-ID
061400                 TO WS-DT-TEACHER-ID (WS-DT-COUNT)
061500             MOVE WS-TEACHER-NAME
061600                 TO WS-DT-TEACHER-NAME (WS-DT-COUNT)
061700   EXEC SQL
061800     SELECT COUNT(*)
061900       INTO :WS-ROW-COUNT
062000       FROM COVER
062100       WHERE TERM = :WS-CV-TERM
062200         AND SUB-TEACHER-ID = :WS-CANDIDATE-ID
062300   END-EXEC
062400             MOVE WS-ROW-COUNT
062500                 TO WS-DT-COVERS (WS-DT-COUNT)
062600         END-IF
062700     END-IF.
062800*=================================================================
062900*    2100-LIST-THE-DAYS-CLASSES - SCHEDULE ROWS THAT MEET ON THE
063000*    COVER DATE'S WEEKDAY (M-T-W-R-F POSITIONS OF MEET-DAYS)
063100*=================================================================
063200 2100-LIST-THE-DAYS-CLASSES.
063300     MOVE 'N' TO WS-EOC-SW
063400   EXEC SQL
063500     DECLARE DAYCUR CURSOR FOR
063600       SELECT PERIOD, COURSE-CODE, ROOM-ID
063700       FROM SCHEDULE
063800       WHERE TERM = :WS-CV-TERM
063900         AND TEACHER-ID = :WS-TEACHER-ID
064000         AND SUBSTR(MEET-DAYS, :WS-DAY-OF-WEEK, 1) <> ' '
064100       ORDER BY PERIOD, COURSE-CODE
064200   END-EXEC
064300   EXEC SQL
064400     OPEN DAYCUR
064500   END-EXEC
064600     PERFORM 2110-FETCH-NEXT-CLASS
064700     PERFORM 2200-COVER-ONE-CLASS
064800         UNTIL WS-END-OF-CURSOR
064900   EXEC SQL
065000     CLOSE DAYCUR
065100   END-EXEC.
065200*=================================================================
065300*    2110-FETCH-NEXT-CLASS
065400*=================================================================
065500 2110-FETCH-NEXT-CLASS.
065600   EXEC SQL
065700     FETCH DAYCUR
065800       INTO :WS-CV-PERIOD, :WS-CV-COURSE-CODE, :WS-CV-ROOM-ID
065900   END-EXEC
066000     IF SQLCODE NOT = 0
066100         IF SQLCODE NOT = 100
066200             DISPLAY 'SUBCOVER: FETCH SQLCODE=' SQLCODE
066300         END-IF
066400         MOVE 'Y' TO WS-EOC-SW
066500     END-IF.
066600*=================================================================
066700*    2200-COVER-ONE-CLASS - HEADCOUNT, SUBSTITUTE, REGISTER ROW
066800*=================================================================
066900 2200-COVER-ONE-CLASS.
067000     PERFORM 2210-COUNT-THE-CLASS
067100     PERFORM 2300-FIND-SUBSTITUTES
067200     PERFORM 2400-RECORD-THE-COVER
067300     PERFORM 2500-WRITE-CLASS-LINES
067400     PERFORM 2110-FETCH-NEXT-CLASS.
067500*=================================================================
067600*    2210-COUNT-THE-CLASS - ACTIVE ENROLLMENT FOR THE CLASS
067700*=================================================================
067800 2210-COUNT-THE-CLASS.
067900   EXEC SQL
068000     SELECT COUNT(*)
068100       INTO :WS-CV-HEADCOUNT
068200       FROM ENROLLMENT
068300       WHERE TERM = :WS-CV-TERM
068400         AND TEACHER-ID = :WS-TEACHER-ID
068500         AND COURSE-CODE = :WS-CV-COURSE-CODE
068600         AND STATUS = 'A'
068700   END-EXEC
068800     IF SQLCODE NOT = 0
068900         MOVE ZERO TO WS-CV-HEADCOUNT
069000     END-IF.
069100*=================================================================
069200*    2300-FIND-SUBSTITUTES - THE FREE TEACHER WITH THE FEWEST
069300*    COVERS THIS TERM (LOWEST ID ON A TIE) IS ASSIGNED; UP TO
069400*    FOUR MORE FREE ONES ARE SHOWN AS ALTERNATES
069500*=================================================================
069600 2300-FIND-SUBSTITUTES.
069700     MOVE ZERO TO WS-BEST-SUB
069800     MOVE ZERO TO WS-ALT-COUNT
069900     MOVE SPACES TO WS-ALTERNATE-LINE (31:)
070000     MOVE ZERO TO WS-DT-SUB
070100     PERFORM 2310-CHECK-ONE-CANDIDATE
070200         UNTIL WS-DT-SUB >= WS-DT-COUNT.
070300*=================================================================
070400*    2310-CHECK-ONE-CANDIDATE
070500*=================================================================
070600 2310-CHECK-ONE-CANDIDATE.
070700     ADD 1 TO WS-DT-SUB
070800     MOVE WS-DT-TEACHER-ID (WS-DT-SUB) TO WS-CANDIDATE-ID
070900     PERFORM 2320-IS-CANDIDATE-FREE
071000     IF WS-CANDIDATE-FREE
071100         IF WS-BEST-SUB = ZERO
071200             MOVE WS-DT-SUB TO WS-BEST-SUB
071300         ELSE
071400             IF WS-DT-COVERS (WS-DT-SUB)
071500                 < WS-DT-COVERS (WS-BEST-SUB)
071600                 PERFORM 2350-ADD-ALTERNATE
071700                 MOVE WS-DT-SUB TO WS-BEST-SUB
071800             ELSE
071900                 MOVE WS-DT-TEACHER-ID (WS-DT-SUB)
072000                     TO WS-CANDIDATE-ID
072100                 PERFORM 2355-ADD-ALTERNATE-ID
072200             END-IF
072300         END-IF
072400     END-IF.
072500*=================================================================
072600*    2320-IS-CANDIDATE-FREE - NOT THE ABSENT TEACHER, NOT ABSENT,
072700*    NO OWN CLASS THIS PERIOD TODAY, NOT ALREADY COVERING ONE
072800*=================================================================
072900 2320-IS-CANDIDATE-FREE.
073000     MOVE 'N' TO WS-FREE-SW
073100     IF WS-CANDIDATE-ID NOT = WS-TEACHER-ID
073200         PERFORM 2330-IS-CANDIDATE-ABSENT
073300         IF NOT WS-FOUND
073400             PERFORM 2340-IS-CANDIDATE-BUSY
073500         END-IF
073600     END-IF.
073700*=================================================================
073800*    2330-IS-CANDIDATE-ABSENT - ON THE DAY'S ABSENT TABLE
073900*=================================================================
074000 2330-IS-CANDIDATE-ABSENT.
074100     MOVE 'N' TO WS-FOUND-SW
074200     MOVE ZERO TO WS-CHK-SUB
074300     PERFORM 2335-CHECK-ONE-ABSENT
074400         UNTIL WS-CHK-SUB >= WS-ABS-COUNT
074500         OR WS-FOUND.
074600*=================================================================
074700*    2335-CHECK-ONE-ABSENT
074800*=================================================================
074900 2335-CHECK-ONE-ABSENT.
075000     ADD 1 TO WS-CHK-SUB
075100     IF WS-AB-TEACHER-ID (WS-CHK-SUB) = WS-CANDIDATE-ID
075200         MOVE 'Y' TO WS-FOUND-SW
075300     END-IF.
075400*=================================================================
075500*    2340-IS-CANDIDATE-BUSY - OWN CLASS IN THE PERIOD ON THIS
075600*    WEEKDAY, OR A COVER ALREADY REGISTERED FOR IT TODAY
075700*=================================================================
075800 2340-IS-CANDIDATE-BUSY.
075900   EXEC SQL
076000     SELECT COUNT(*)
076100       INTO :WS-ROW-COUNT
076200       FROM SCHEDULE
076300       WHERE TERM = :WS-CV-TERM
076400         AND TEACHER-ID = :WS-CANDIDATE-ID
076500         AND PERIOD = :WS-CV-PERIOD
076600         AND SUBSTR(MEET-DAYS, :WS-DAY-OF-WEEK, 1) <> ' '
076700   END-EXEC
076800     IF SQLCODE = 0
076900         AND WS-ROW-COUNT = ZERO
077000   EXEC SQL
077100     SELECT COUNT(*)
077200       INTO :WS-ROW-COUNT
077300       FROM COVER
077400       WHERE COVER-DATE = :WS-CV-COVER-DATE
077500         AND PERIOD = :WS-CV-PERIOD
077600         AND SUB-TEACHER-ID = :WS-CANDIDATE-ID
077700   END-EXEC
077800         IF SQLCODE = 0
077900             AND WS-ROW-COUNT = ZERO
078000             MOVE 'Y' TO WS-FREE-SW
078100         END-IF
078200     END-IF.
078300*=================================================================
078400*    2350-ADD-ALTERNATE - THE TEACHER DISPLACED AS THE CHOICE
078500*    BECOMES AN ALTERNATE
078600*=================================================================
078700 2350-ADD-ALTERNATE.
078800     MOVE WS-DT-TEACHER-ID (WS-BEST-SUB) TO WS-CANDIDATE-ID
078900     PERFORM 2355-ADD-ALTERNATE-ID.
079000*=================================================================
079100*    2355-ADD-ALTERNATE-ID - FIRST FOUR ONLY
079200*=================================================================
079300 2355-ADD-ALTERNATE-ID.
079400     IF WS-ALT-COUNT < 4
079500         ADD 1 TO WS-ALT-COUNT
079600         MOVE WS-CANDIDATE-ID
079700             TO AT-ALT-TEACHER-ID (WS-ALT-COUNT)
079800     END-IF.
079900*=================================================================
080000*    2400-RECORD-THE-COVER - ONE REGISTER ROW PER CLASS; THE
080100*    SUBSTITUTE IS ZERO WHEN NONE WAS FREE
080200*=================================================================
080300 2400-RECORD-THE-COVER.
080400     MOVE WS-COVER-DATE TO WS-CV-COVER-DATE
080500     IF WS-BEST-SUB = ZERO
080600         MOVE ZERO TO WS-CV-SUB-ID
080700     ELSE
080800         MOVE WS-DT-TEACHER-ID (WS-BEST-SUB) TO WS-CV-SUB-ID
080900     END-IF
081000   EXEC SQL
081100     INSERT INTO COVER
081200       (COVER-DATE, TERM, PERIOD, ABSENT-TEACHER-ID,
081300        COURSE-CODE, ROOM-ID, SUB-TEACHER-ID, HEADCOUNT)
081400       VALUES (:WS-CV-COVER-DATE, :WS-CV-TERM, :WS-CV-PERIOD,
081500               :WS-CV-ABSENT-ID, :WS-CV-COURSE-CODE,
081600               :WS-CV-ROOM-ID, :WS-CV-SUB-ID, :WS-CV-HEADCOUNT)
081700   END-EXEC
081800     IF SQLCODE NOT = 0
081900         DISPLAY 'SUBCOVER: COVER INSERT SQLCODE=' SQLCODE
082000             ' ABSENT=' WS-CV-ABSENT-ID ' P' WS-CV-PERIOD
082100     END-IF
082200     IF WS-BEST-SUB NOT = ZERO
082300         AND SQLCODE = 0
082400         ADD 1 TO WS-DT-COVERS (WS-BEST-SUB)
082500     END-IF.
082600*=================================================================
082700*    2500-WRITE-CLASS-LINES - THE CLASS AND ITS COVER, THEN THE
082800*    ALTERNATES WHEN THERE ARE ANY
082900*=================================================================
083000 2500-WRITE-CLASS-LINES.
083100     ADD 1 TO WS-CLASSES-LISTED
083200     MOVE WS-CV-PERIOD      TO CL-PERIOD
083300     MOVE WS-CV-COURSE-CODE TO CL-COURSE-CODE
083400     MOVE WS-CV-ROOM-ID     TO CL-ROOM-ID
083500     MOVE WS-CV-HEADCOUNT   TO CL-HEADCOUNT
083600     IF WS-BEST-SUB = ZERO
083700         ADD 1 TO WS-CLASSES-UNCOVERED
083800         MOVE 'NONE FREE' TO CL-SUB-ID
083900         MOVE '** OFFICE TO ARRANGE **' TO CL-SUB-NAME
084000     ELSE
084100         ADD 1 TO WS-CLASSES-COVERED
084200         MOVE WS-DT-TEACHER-ID (WS-BEST-SUB)   TO CL-SUB-ID
084300         MOVE WS-DT-TEACHER-NAME (WS-BEST-SUB) TO CL-SUB-NAME
084400     END-IF
084500     WRITE COVER-LINE FROM WS-CLASS-LINE
084600     ADD 1 TO WS-REPORT-LINES
084700     IF WS-ALT-COUNT > ZERO
084800         WRITE COVER-LINE FROM WS-ALTERNATE-LINE
084900         ADD 1 TO WS-REPORT-LINES
085000     END-IF.
085100*=================================================================
085200*    2600-LIST-UNSCHEDULED-CLASSES - CLASSES THE TEACHER HOLDS IN
085300*    ENROLLMENT WITH NO TIMETABLE ROW; THE OFFICE PLACES THESE
085400*=================================================================
085500 2600-LIST-UNSCHEDULED-CLASSES.
085600     MOVE 'N' TO WS-EOC-SW
085700   EXEC SQL
085800     DECLARE UNSCHCUR CURSOR FOR
085900       SELECT ENROLLMENT.COURSE-CODE, COUNT(*)
086000       FROM ENROLLMENT
086100       WHERE ENROLLMENT.TERM = :WS-CV-TERM
086200         AND ENROLLMENT.TEACHER-ID = :WS-TEACHER-ID
086300         AND ENROLLMENT.STATUS = 'A'
086400         AND NOT EXISTS
086500             (SELECT SCHEDULE.COURSE-CODE
086600                FROM SCHEDULE
086700                WHERE SCHEDULE.TERM = ENROLLMENT.TERM
086800                  AND SCHEDULE.TEACHER-ID =
086900                          ENROLLMENT.TEACHER-ID
087000                  AND SCHEDULE.COURSE-CODE =
087100                          ENROLLMENT.COURSE-CODE)
087200       GROUP BY ENROLLMENT.COURSE-CODE
087300       ORDER BY ENROLLMENT.COURSE-CODE
087400   END-EXEC
087500   EXEC SQL
087600     OPEN UNSCHCUR
087700   END-EXEC
087800     PERFORM 2610-FETCH-NEXT-UNSCHEDULED
087900     PERFORM 2620-LIST-ONE-UNSCHEDULED
088000         UNTIL WS-END-OF-CURSOR
088100   EXEC SQL
088200     CLOSE UNSCHCUR
088300   END-EXEC.
088400*=================================================================
088500*    2610-FETCH-NEXT-UNSCHEDULED
088600*=================================================================
088700 2610-FETCH-NEXT-UNSCHEDULED.
088800   EXEC SQL
088900     FETCH UNSCHCUR
089000       INTO :WS-CV-COURSE-CODE, :WS-CV-HEADCOUNT
089100   END-EXEC
089200     IF SQLCODE NOT = 0
089300         MOVE 'Y' TO WS-EOC-SW
089400     END-IF.
089500*=================================================================
089600*    2620-LIST-ONE-UNSCHEDULED
089700*=================================================================
089800 2620-LIST-ONE-UNSCHEDULED.
089900     ADD 1 TO WS-UNSCHEDULED
090000     MOVE ZERO              TO CL-PERIOD
090100     MOVE WS-CV-COURSE-CODE TO CL-COURSE-CODE
090200     MOVE SPACES            TO CL-ROOM-ID
090300     MOVE WS-CV-HEADCOUNT   TO CL-HEADCOUNT
090400     MOVE 'NO TIMES'        TO CL-SUB-ID
090500     MOVE 'NOT ON TIMETABLE'  TO CL-SUB-NAME
090600     WRITE COVER-LINE FROM WS-CLASS-LINE
090700     ADD 1 TO WS-REPORT-LINES
090800     PERFORM 2610-FETCH-NEXT-UNSCHEDULED.
090900*=================================================================
091000*    3000-TERMINATE
091100*=================================================================
091200 3000-TERMINATE.
091300     IF WS-CTL-OK
091400   EXEC SQL
091500     COMMIT WORK
091600   END-EXEC
091700         MOVE 'ABSENT TEACHERS'        TO TL-LABEL
091800         MOVE WS-ABS-COUNT             TO TL-COUNT
091900         PERFORM 3100-WRITE-TOTAL-LINE
092000         MOVE 'CLASSES TO COVER'       TO TL-LABEL
092100         MOVE WS-CLASSES-LISTED        TO TL-COUNT
092200         PERFORM 3100-WRITE-TOTAL-LINE
092300         MOVE 'CLASSES COVERED'        TO TL-LABEL
092400         MOVE WS-CLASSES-COVERED       TO TL-COUNT
092500         PERFORM 3100-WRITE-TOTAL-LINE
092600         MOVE 'CLASSES WITH NO COVER'  TO TL-LABEL
092700         MOVE WS-CLASSES-UNCOVERED     TO TL-COUNT
092800         PERFORM 3100-WRITE-TOTAL-LINE
092900         MOVE 'CLASSES NOT ON TIMETABLE' TO TL-LABEL
093000         MOVE WS-UNSCHEDULED           TO TL-COUNT
093100         PERFORM 3100-WRITE-TOTAL-LINE
093200         IF WS-CLASSES-UNCOVERED > ZERO
093300             AND RETURN-CODE < 4
093400             MOVE 4 TO RETURN-CODE
093500         END-IF
093600     END-IF
093700     CLOSE COVER-RPT
093800     DISPLAY 'SUBCOVER: PARSEDTL LINES READ = ' WS-LINES-READ
093900     DISPLAY 'SUBCOVER: SICKNESS ABS LINES  = ' WS-SICK-LINES
094000     DISPLAY 'SUBCOVER: UNDATED, SKIPPED    = '
094100         WS-UNDATED-LINES
094200     DISPLAY 'SUBCOVER: ABSENT TEACHERS     = ' WS-ABS-COUNT
094300     DISPLAY 'SUBCOVER: CLASSES COVERED     = '
094400         WS-CLASSES-COVERED
094500     DISPLAY 'SUBCOVER: CLASSES NOT COVERED = '
094600         WS-CLASSES-UNCOVERED.
094700*=================================================================
094800*    3100-WRITE-TOTAL-LINE
094900*=================================================================
095000 3100-WRITE-TOTAL-LINE.
095100     WRITE COVER-LINE FROM WS-TOTAL-LINE
095200     ADD 1 TO WS-REPORT-LINES.
095300*=================================================================
095400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
095500*=================================================================
095600 9000-DISPLAY-VERSION-TRAILER.
095700     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SUBCOVER -'==
095800                             ==:LINECOUNT:== BY
095900                                 WS-REPORT-LINES.
