000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    TRUANRPT.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - WEEKLY TRUANCY THRESHOLD
001200*                   REPORT OVER THE ATTENDANCE TABLE.
001300*=================================================================
001400*  COUNTS EACH STUDENT'S UNEXCUSED-ABSENCE DAYS IN THE TERM ON
001500*  THE CONTROL CARD - A DAY COUNTS ONCE HOWEVER MANY CLASSES
001600*  WERE MISSED ON IT - AND LISTS EVERY STUDENT AT OR OVER THE
001700*  WARNING THRESHOLD, REFERRALS FIRST, WITH THE GUARDIAN NAME
001800*  AND PHONE FROM THE STUDENT TABLE SO THE OFFICE CAN CALL
001900*  HOME.  A STUDENT WHOSE COUNT BEFORE THE WEEK-START DATE WAS
002000*  STILL UNDER THE THRESHOLD THEY ARE NOW OVER IS MARKED NEW,
002100*  SO THE WEEK'S FRESH CASES STAND OUT FROM THOSE ALREADY IN
002200*  HAND.
002300*  CONTROL CARD (TRUANCTL):
002400*    COLS  1- 6  TERM                      (REQUIRED)
002500*    COLS  8-15  WEEK-START DATE YYYYMMDD  (BLANK - NO NEW FLAG)
002600*    COLS 17-18  WARNING THRESHOLD DAYS    (BLANK - 05)
002700*    COLS 20-21  REFERRAL THRESHOLD DAYS   (BLANK - 10)
002800*=================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRUAN-CTL ASSIGN TO 'TRUANCTL'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FC-CTL-STATUS.
003800     SELECT TRUAN-RPT ASSIGN TO 'TRUANRPT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FC-TRUAN-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TRUAN-CTL
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  TRUAN-CTL-CARD.
004600     05  TC-TERM                    PIC X(6).
004700     05  FILLER                     PIC X(1).
004800     05  TC-WEEK-START              PIC X(8).
004900     05  TC-WEEK-START-NUM REDEFINES TC-WEEK-START
005000                                    PIC 9(8).
005100     05  FILLER                     PIC X(1).
005200     05  TC-WARN-DAYS               PIC X(2).
005300     05  TC-WARN-DAYS-NUM REDEFINES TC-WARN-DAYS
005400                                    PIC 9(2).
005500     05  FILLER                     PIC X(1).
005600     05  TC-REFER-DAYS              PIC X(2).
005700     05  TC-REFER-DAYS-NUM REDEFINES TC-REFER-DAYS
005800                                    PIC 9(2).
005900     05  FILLER                     PIC X(59).
006000 FD  TRUAN-RPT
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  TRUAN-LINE                     PIC X(80).
006300 WORKING-STORAGE SECTION.
006400*=================================================================
006500 COPY VERSTAMP.
006600   EXEC SQL
006700     INCLUDE SQLSCRIPT
006800   END-EXEC.
006900   EXEC SQL
007000     INCLUDE STUDENT
007100   END-EXEC.
007200   EXEC SQL
007300     INCLUDE ATTENDANCE
007400   END-EXEC.
007500*=================================================================
007600   EXEC SQL BEGIN DECLARE SECTION
007700   END-EXEC.
007800     01 WS-TRUANT-REC.
007900         05 WS-TU-STUDENT-ID        PIC 9(10).
008000         05 WS-TU-STUDENT-NAME      PIC X(30).
008100         05 WS-TU-GUARDIAN-NAME     PIC X(25).
008200         05 WS-TU-GUARDIAN-PHONE    PIC X(14).
008300         05 WS-TU-DAYS              PIC 9(3).
008400         05 WS-TU-PRIOR-DAYS        PIC 9(3).
008500     01 WS-CTL-TERM                 PIC X(6).
008600     01 WS-CTL-WEEK-START           PIC 9(8).
008700     01 WS-WARN-DAYS                PIC 9(2) VALUE 5.
008800     01 WS-REFER-DAYS               PIC 9(2) VALUE 10.
008900   EXEC SQL END DECLARE SECTION
009000   END-EXEC.
009100*=================================================================
009200 01  FC-STATUSES.
009300     05  FC-CTL-STATUS              PIC X(2).
009400     05  FC-TRUAN-STATUS            PIC X(2).
009500 01  WS-SWITCHES.
009600     05  WS-EOC-SW                  PIC X(1) VALUE 'N'.
009700         88  WS-END-OF-CURSOR       VALUE 'Y'.
009800     05  WS-CTL-OK-SW               PIC X(1) VALUE 'N'.
009900         88  WS-CTL-OK              VALUE 'Y'.
010000     05  WS-WEEK-GIVEN-SW           PIC X(1) VALUE 'N'.
010100         88  WS-WEEK-GIVEN          VALUE 'Y'.
010200 01  WS-CROSSED-DAYS                PIC 9(2).
010300 01  WS-COUNTERS.
010400     05  WS-REFERRALS-LISTED        PIC 9(5) VALUE ZERO.
010500     05  WS-WARNINGS-LISTED         PIC 9(5) VALUE ZERO.
010600     05  WS-NEW-THIS-WEEK           PIC 9(5) VALUE ZERO.
010700     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
010800 01  WS-HEAD-LINE.
010900     05  FILLER                     PIC X(24)
011000         VALUE ' TRUANCY REPORT - TERM '.
011100     05  HL-TERM                    PIC X(6).
011200     05  FILLER                     PIC X(11) VALUE '  WARNING '.
011300     05  HL-WARN-DAYS               PIC Z9.
011400     05  FILLER                     PIC X(12) VALUE ' REFERRAL '.
011500     05  HL-REFER-DAYS              PIC Z9.
011600     05  FILLER                     PIC X(12) VALUE ' WEEK FROM '.
011700     05  HL-WEEK-START              PIC X(8).
011800 01  WS-TRUANT-DETAIL.
011900     05  FILLER                     PIC X(1)  VALUE SPACE.
012000     05  TD-STUDENT-ID              PIC 9(10).
012100     05  FILLER                     PIC X(1)  VALUE SPACE.
012200     05  TD-STUDENT-NAME            PIC X(30).
012300     05  FILLER                     PIC X(6)  VALUE ' DAYS '.
012400     05  TD-DAYS                    PIC ZZ9.
012500     05  FILLER                     PIC X(1)  VALUE SPACE.
012600     05  TD-LEVEL                   PIC X(8).
012700     05  FILLER                     PIC X(1)  VALUE SPACE.
012800     05  TD-NEW-FLAG                PIC X(3).
012900 01  WS-GUARDIAN-DETAIL.
013000     05  FILLER                     PIC X(12)
013100         VALUE '   GUARDIAN '.
013200     05  GD-GUARDIAN-NAME           PIC X(25).
013300     05  FILLER                     PIC X(7)  VALUE ' PHONE '.
013400     05  GD-GUARDIAN-PHONE          PIC X(14).
013500 01  WS-TOTAL-LINE.
013600     05  FILLER                     PIC X(12)
013700         VALUE ' REFERRALS '.
013800     05  TL-REFERRALS               PIC ZZZZ9.
013900     05  FILLER                     PIC X(11) VALUE ' WARNINGS '.
014000     05  TL-WARNINGS                PIC ZZZZ9.
014100     05  FILLER                     PIC X(16)
014200         VALUE ' NEW THIS WEEK '.
014300     05  TL-NEW                     PIC ZZZZ9.
014400 PROCEDURE DIVISION.
014500*=================================================================
014600 0000-MAINLINE.
014700     PERFORM 0900-DISPLAY-VERSION-STAMP
014800     PERFORM 1000-INITIALIZE
014900     IF WS-CTL-OK
015000         PERFORM 2000-LIST-ONE-STUDENT
015100             UNTIL WS-END-OF-CURSOR
015200     END-IF
015300     PERFORM 3000-TERMINATE
015400     PERFORM 9000-DISPLAY-VERSION-TRAILER
015500     STOP RUN.
015600*=================================================================
015700*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
015800*=================================================================
015900 0900-DISPLAY-VERSION-STAMP.
016000     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='TRUANRPT -'==
016100                             ==:PROGVERS:== BY =='Version 001'==.
016200*=================================================================
016300*    1000-INITIALIZE - CONTROL CARD, HEADING AND THE CURSOR OF
016400*    STUDENTS AT OR OVER THE WARNING THRESHOLD
016500*=================================================================
016600 1000-INITIALIZE.
016700     OPEN OUTPUT TRUAN-RPT
016800     PERFORM 1200-READ-CONTROL-CARD
016900     IF NOT WS-CTL-OK
017000         MOVE 12 TO RETURN-CODE
017100     ELSE
017200         MOVE WS-CTL-TERM   TO HL-TERM
017300         MOVE WS-WARN-DAYS  TO HL-WARN-DAYS
017400         MOVE WS-REFER-DAYS TO HL-REFER-DAYS
017500         IF WS-WEEK-GIVEN
017600             MOVE TC-WEEK-START TO HL-WEEK-START
017700         ELSE
017800             MOVE 'NOT SET'     TO HL-WEEK-START
017900         END-IF
018000         WRITE TRUAN-LINE FROM WS-HEAD-LINE
018100         ADD 1 TO WS-REPORT-LINES
018200   EXEC SQL
018300     DECLARE TRUANCUR CURSOR FOR
018400       SELECT ATTENDANCE.STUDENT-ID, STUDENT.STUDENT-NAME,
018500              COALESCE(STUDENT.GUARDIAN-NAME, ' '),
018600              COALESCE(STUDENT.GUARDIAN-PHONE, ' '),
018700              COUNT(DISTINCT ATTENDANCE.ATT-DATE),
018800              COUNT(DISTINCT CASE
018900                    WHEN ATTENDANCE.ATT-DATE < :WS-CTL-WEEK-START
019000                    THEN ATTENDANCE.ATT-DATE END)
019100       FROM ATTENDANCE
019200         INNER JOIN STUDENT
019300           ON ATTENDANCE.STUDENT-ID = STUDENT.STUDENT-ID
019400       WHERE ATTENDANCE.TERM = :WS-CTL-TERM
019500         AND ATTENDANCE.STATUS = 'U'
019600       GROUP BY ATTENDANCE.STUDENT-ID, STUDENT.STUDENT-NAME,
019700                STUDENT.GUARDIAN-NAME, STUDENT.GUARDIAN-PHONE
019800       HAVING COUNT(DISTINCT ATTENDANCE.ATT-DATE)
019900              >= :WS-WARN-DAYS
020000       ORDER BY 5 DESC, ATTENDANCE.STUDENT-ID
020100   END-EXEC
020200   EXEC SQL
020300     OPEN TRUANCUR
020400   END-EXEC
020500         PERFORM 1100-FETCH-NEXT-STUDENT
020600     END-IF.
020700*=================================================================
020800*    1100-FETCH-NEXT-STUDENT
020900*=================================================================
021000 1100-FETCH-NEXT-STUDENT.
021100   EXEC SQL
021200     FETCH TRUANCUR
021300       INTO :WS-TU-STUDENT-ID, :WS-TU-STUDENT-NAME,
021400            :WS-TU-GUARDIAN-NAME, :WS-TU-GUARDIAN-PHONE,
021500            :WS-TU-DAYS, :WS-TU-PRIOR-DAYS
021600   END-EXEC
021700     IF SQLCODE = 100
021800         MOVE 'Y' TO WS-EOC-SW
021900     END-IF.
022000*=================================================================
022100*    1200-READ-CONTROL-CARD - TERM REQUIRED; BLANK THRESHOLDS
022200*    KEEP THE DISTRICT DEFAULTS; A BLANK WEEK START MEANS EVERY
022300*    DAY COUNTS AS THIS WEEK'S AND NOBODY IS FLAGGED NEW
022400*=================================================================
022500 1200-READ-CONTROL-CARD.
022600     MOVE ZERO TO WS-CTL-WEEK-START
022700     OPEN INPUT TRUAN-CTL
022800     IF FC-CTL-STATUS = '00'
022900         READ TRUAN-CTL
023000             AT END
023100                 DISPLAY 'TRUANRPT: NO CONTROL CARD'
023200             NOT AT END
023300                 PERFORM 1210-EDIT-CONTROL-CARD
023400         END-READ
023500     ELSE
023600         DISPLAY 'TRUANRPT: UNABLE TO OPEN TRUANCTL, STATUS='
023700             FC-CTL-STATUS
023800     END-IF
023900     CLOSE TRUAN-CTL.
024000*=================================================================
024100*    1210-EDIT-CONTROL-CARD
024200*=================================================================
024300 1210-EDIT-CONTROL-CARD.
024400     IF TC-TERM = SPACES
024500         DISPLAY 'TRUANRPT: BLANK TERM ON CARD'
024600     ELSE
024700         MOVE 'Y' TO WS-CTL-OK-SW
024800         MOVE TC-TERM TO WS-CTL-TERM
024900     END-IF
025000     IF TC-WEEK-START NOT = SPACES
025100         IF TC-WEEK-START-NUM NUMERIC
025200             MOVE 'Y' TO WS-WEEK-GIVEN-SW
025300             MOVE TC-WEEK-START-NUM TO WS-CTL-WEEK-START
025400         ELSE
025500             DISPLAY 'TRUANRPT: WEEK START NOT NUMERIC - '
025600                 'NO NEW FLAG THIS RUN'
025700         END-IF
025800     END-IF
025900     IF TC-WARN-DAYS-NUM NUMERIC
026000         AND TC-WARN-DAYS-NUM > ZERO
026100         MOVE TC-WARN-DAYS-NUM TO WS-WARN-DAYS
026200     END-IF
026300     IF TC-REFER-DAYS-NUM NUMERIC
026400         AND TC-REFER-DAYS-NUM > ZERO
026500         MOVE TC-REFER-DAYS-NUM TO WS-REFER-DAYS
026600     END-IF
026700     IF WS-REFER-DAYS < WS-WARN-DAYS
026800         DISPLAY 'TRUANRPT: REFERRAL BELOW WARNING - '
026900             'REFERRAL SET TO WARNING'
027000         MOVE WS-WARN-DAYS TO WS-REFER-DAYS
027100     END-IF.
027200*=================================================================
027300*    2000-LIST-ONE-STUDENT - REFERRAL OR WARNING, NEW WHEN THE
027400*    THRESHOLD REACHED WAS ONLY CROSSED THIS WEEK
027500*=================================================================
027600 2000-LIST-ONE-STUDENT.
027700     MOVE WS-TU-STUDENT-ID   TO TD-STUDENT-ID
027800     MOVE WS-TU-STUDENT-NAME TO TD-STUDENT-NAME
027900     MOVE WS-TU-DAYS         TO TD-DAYS
028000     IF WS-TU-DAYS >= WS-REFER-DAYS
028100         MOVE 'REFERRAL'     TO TD-LEVEL
028200         MOVE WS-REFER-DAYS  TO WS-CROSSED-DAYS
028300         ADD 1 TO WS-REFERRALS-LISTED
028400     ELSE
028500         MOVE 'WARNING'      TO TD-LEVEL
028600         MOVE WS-WARN-DAYS   TO WS-CROSSED-DAYS
028700         ADD 1 TO WS-WARNINGS-LISTED
028800     END-IF
028900     MOVE SPACES TO TD-NEW-FLAG
029000     IF WS-WEEK-GIVEN
029100         AND WS-TU-PRIOR-DAYS < WS-CROSSED-DAYS
029200         MOVE 'NEW'          TO TD-NEW-FLAG
029300         ADD 1 TO WS-NEW-THIS-WEEK
029400     END-IF
029500     WRITE TRUAN-LINE FROM WS-TRUANT-DETAIL
029600     ADD 1 TO WS-REPORT-LINES
029700     MOVE WS-TU-GUARDIAN-NAME  TO GD-GUARDIAN-NAME
029800     MOVE WS-TU-GUARDIAN-PHONE TO GD-GUARDIAN-PHONE
029900     IF WS-TU-GUARDIAN-NAME = SPACES
030000         AND WS-TU-GUARDIAN-PHONE = SPACES
030100         MOVE 'NOT ON FILE'    TO GD-GUARDIAN-NAME
030200     END-IF
030300     WRITE TRUAN-LINE FROM WS-GUARDIAN-DETAIL
030400     ADD 1 TO WS-REPORT-LINES
030500     PERFORM 1100-FETCH-NEXT-STUDENT.
030600*=================================================================
030700*    3000-TERMINATE
030800*=================================================================
030900 3000-TERMINATE.
031000     IF WS-CTL-OK
031100   EXEC SQL
031200     CLOSE TRUANCUR
031300   END-EXEC
031400         MOVE WS-REFERRALS-LISTED TO TL-REFERRALS
031500         MOVE WS-WARNINGS-LISTED  TO TL-WARNINGS
031600         MOVE WS-NEW-THIS-WEEK    TO TL-NEW
031700         WRITE TRUAN-LINE FROM WS-TOTAL-LINE
031800         ADD 1 TO WS-REPORT-LINES
031900     END-IF
032000     CLOSE TRUAN-RPT
032100     DISPLAY 'TRUANRPT: REFERRALS     = ' WS-REFERRALS-LISTED
032200     DISPLAY 'TRUANRPT: WARNINGS      = ' WS-WARNINGS-LISTED
032300     DISPLAY 'TRUANRPT: NEW THIS WEEK = ' WS-NEW-THIS-WEEK.
032400*=================================================================
032500*=================================================================
032600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
032700*=================================================================
032800 9000-DISPLAY-VERSION-TRAILER.
032900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='TRUANRPT -'==
033000                             ==:LINECOUNT:== BY
033100                                 WS-REPORT-LINES.
