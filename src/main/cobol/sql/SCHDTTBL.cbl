000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SCHDTTBL.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - PRINTED TIMETABLES PER
001200*                   TEACHER AND PER ROOM.
001300*=================================================================
001400*  PRINTS THE SCHEDULE TABLE TWICE IN PLACE OF THE WALL CHART:
001500*  FIRST A PAGE PER TEACHER WITH EVERY CLASS THEY MEET BY
001600*  TERM AND PERIOD AND THE ROOM THEY MEET IN, THEN A PAGE PER
001700*  ROOM WITH ITS CAPACITY AND EVERY CLASS BOOKED INTO IT AND
001800*  THE TEACHER WHO TAKES IT.  COURSE TITLES COME FROM THE
001900*  COURSE CATALOG.  RUN SCHDCONF FIRST - THIS REPORT PRINTS
002000*  WHATEVER IS ON THE TABLE, CLASHES AND ALL.
002100*=================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TTBL-RPT ASSIGN TO 'SCHDTTBL'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS FC-TTBL-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  TTBL-RPT
003400     RECORD CONTAINS 80 CHARACTERS.
003500 01  TTBL-LINE                      PIC X(80).
003600 WORKING-STORAGE SECTION.
003700*=================================================================
003800 COPY VERSTAMP.
003900   EXEC SQL
004000     INCLUDE SQLSCRIPT
004100   END-EXEC.
004200   EXEC SQL
004300     INCLUDE SCHEDULE
004400   END-EXEC.
004500   EXEC SQL
004600     INCLUDE TEACHER
004700   END-EXEC.
004800   EXEC SQL
004900     INCLUDE ROOM
005000   END-EXEC.
005100   EXEC SQL
005200     INCLUDE COURSE
005300   END-EXEC.
005400*=================================================================
005500   EXEC SQL BEGIN DECLARE SECTION
005600   END-EXEC.
005700     01 WS-TT-REC.
005800         05 WS-TT-TEACHER-ID        PIC 9(10).
005900         05 WS-TT-TEACHER-NAME      PIC X(30).
006000         05 WS-TT-ROOM-ID           PIC X(6).
006100         05 WS-TT-ROOM-DESC         PIC X(20).
006200         05 WS-TT-ROOM-CAPACITY     PIC 9(3).
006300         05 WS-TT-TERM              PIC X(6).
006400         05 WS-TT-PERIOD            PIC 9(2).
006500         05 WS-TT-MEET-DAYS         PIC X(5).
006600         05 WS-TT-COURSE-CODE       PIC X(8).
006700         05 WS-TT-COURSE-TITLE      PIC X(30).
006800   EXEC SQL END DECLARE SECTION
006900   END-EXEC.
007000*=================================================================
007100 01  FC-TTBL-STATUS                 PIC X(2).
007200 01  WS-SWITCHES.
007300     05  WS-EOC-SW                  PIC X(1) VALUE 'N'.
007400         88  WS-END-OF-CURSOR       VALUE 'Y'.
007500     05  WS-FIRST-ROW-SW            PIC X(1) VALUE 'Y'.
007600         88  WS-FIRST-ROW           VALUE 'Y'.
007700 01  WS-BREAK-TEACHER-ID            PIC 9(10) VALUE ZERO.
007800 01  WS-BREAK-ROOM-ID               PIC X(6)  VALUE SPACES.
007900 01  WS-COUNTERS.
008000     05  WS-TEACHERS-LISTED         PIC 9(5) VALUE ZERO.
008100     05  WS-ROOMS-LISTED            PIC 9(5) VALUE ZERO.
008200     05  WS-REPORT-LINES            PIC 9(7) VALUE ZERO.
008300 01  WS-TEACHER-HEAD-LINE.
008400     05  FILLER                     PIC X(9)  VALUE ' TEACHER '.
008500     05  TH-TEACHER-ID              PIC 9(10).
008600     05  FILLER                     PIC X(1)  VALUE SPACE.
008700     05  TH-TEACHER-NAME            PIC X(30).
008800 01  WS-ROOM-HEAD-LINE.
008900     05  FILLER                     PIC X(6)  VALUE ' ROOM '.
009000     05  RH-ROOM-ID                 PIC X(6).
009100     05  FILLER                     PIC X(1)  VALUE SPACE.
009200     05  RH-ROOM-DESC               PIC X(20).
009300     05  FILLER                     PIC X(7)  VALUE ' SEATS '.
009400     05  RH-ROOM-CAPACITY           PIC ZZ9.
009500 01  WS-CLASS-DETAIL.
009600     05  FILLER                     PIC X(4)  VALUE SPACE.
009700     05  CL-TERM                    PIC X(6).
009800     05  FILLER                     PIC X(3)  VALUE '  P'.
009900     05  CL-PERIOD                  PIC 9(2).
010000     05  FILLER                     PIC X(2)  VALUE SPACE.
010100     05  CL-MEET-DAYS               PIC X(5).
010200     05  FILLER                     PIC X(2)  VALUE SPACE.
010300     05  CL-COURSE-CODE             PIC X(8).
010400     05  FILLER                     PIC X(2)  VALUE SPACE.
010500     05  CL-COURSE-TITLE            PIC X(30).
010600     05  FILLER                     PIC X(2)  VALUE SPACE.
010700     05  CL-OTHER                   PIC X(10).
010800 PROCEDURE DIVISION.
010900*=================================================================
011000 0000-MAINLINE.
011100     PERFORM 0900-DISPLAY-VERSION-STAMP
011200     PERFORM 1000-INITIALIZE
011300     PERFORM 2000-TEACHER-TIMETABLES
011400     PERFORM 3000-ROOM-TIMETABLES
011500     PERFORM 4000-TERMINATE
011600     PERFORM 9000-DISPLAY-VERSION-TRAILER
011700     STOP RUN.
011800*=================================================================
011900*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
012000*=================================================================
012100 0900-DISPLAY-VERSION-STAMP.
012200     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SCHDTTBL -'==
012300                             ==:PROGVERS:== BY =='Version 001'==.
012400*=================================================================
012500*    1000-INITIALIZE
012600*=================================================================
012700 1000-INITIALIZE.
012800     OPEN OUTPUT TTBL-RPT
012900     MOVE ' CLASS TIMETABLES BY TEACHER AND BY ROOM' TO TTBL-LINE
013000     WRITE TTBL-LINE
013100     ADD 1 TO WS-REPORT-LINES.
013200*=================================================================
013300*    2000-TEACHER-TIMETABLES - A PAGE PER TEACHER
013400*=================================================================
013500 2000-TEACHER-TIMETABLES.
013600     MOVE 'N' TO WS-EOC-SW
013700     MOVE 'Y' TO WS-FIRST-ROW-SW
013800   EXEC SQL
013900     DECLARE TTCHCUR CURSOR FOR
014000       SELECT SCHEDULE.TEACHER-ID, TEACHER.TEACHER-NAME,
014100              SCHEDULE.TERM, SCHEDULE.PERIOD,
014200              SCHEDULE.MEET-DAYS, SCHEDULE.COURSE-CODE,
014300              COALESCE(COURSE.COURSE-TITLE, ' '),
014400              SCHEDULE.ROOM-ID
014500       FROM SCHEDULE
014600         INNER JOIN TEACHER
014700           ON SCHEDULE.TEACHER-ID = TEACHER.TEACHER-ID
014800         LEFT OUTER JOIN COURSE
014900           ON SCHEDULE.COURSE-CODE = COURSE.COURSE-CODE
015000       ORDER BY SCHEDULE.TEACHER-ID, SCHEDULE.TERM,
015100                SCHEDULE.PERIOD, SCHEDULE.COURSE-CODE
015200   END-EXEC
015300   EXEC SQL
015400     OPEN TTCHCUR
015500   END-EXEC
015600     PERFORM 2100-FETCH-TEACHER-ROW
015700     PERFORM 2200-LIST-TEACHER-ROW
015800         UNTIL WS-END-OF-CURSOR
015900   EXEC SQL
016000     CLOSE TTCHCUR
016100   END-EXEC.
016200*=================================================================
016300*    2100-FETCH-TEACHER-ROW
016400*=================================================================
016500 2100-FETCH-TEACHER-ROW.
016600   EXEC SQL
016700     FETCH TTCHCUR
016800       INTO :WS-TT-TEACHER-ID, :WS-TT-TEACHER-NAME,
016900            :WS-TT-TERM, :WS-TT-PERIOD,
017000            :WS-TT-MEET-DAYS, :WS-TT-COURSE-CODE,
017100            :WS-TT-COURSE-TITLE, :WS-TT-ROOM-ID
017200   END-EXEC
017300     IF SQLCODE = 100
017400         MOVE 'Y' TO WS-EOC-SW
017500     END-IF.
017600*=================================================================
017700*    2200-LIST-TEACHER-ROW - HEADING AT EVERY TEACHER BREAK
017800*=================================================================
017900 2200-LIST-TEACHER-ROW.
018000     IF WS-FIRST-ROW
018100         OR WS-TT-TEACHER-ID NOT = WS-BREAK-TEACHER-ID
018200         MOVE 'N' TO WS-FIRST-ROW-SW
018300         MOVE WS-TT-TEACHER-ID   TO WS-BREAK-TEACHER-ID
018400         ADD 1 TO WS-TEACHERS-LISTED
018500         MOVE WS-TT-TEACHER-ID   TO TH-TEACHER-ID
018600         MOVE WS-TT-TEACHER-NAME TO TH-TEACHER-NAME
018700         WRITE TTBL-LINE FROM WS-TEACHER-HEAD-LINE
018800             AFTER ADVANCING PAGE
018900         ADD 1 TO WS-REPORT-LINES
019000     END-IF
019100     PERFORM 5000-MOVE-CLASS-FIELDS
019200     MOVE WS-TT-ROOM-ID TO CL-OTHER
019300     WRITE TTBL-LINE FROM WS-CLASS-DETAIL
019400     ADD 1 TO WS-REPORT-LINES
019500     PERFORM 2100-FETCH-TEACHER-ROW.
019600*=================================================================
019700*    3000-ROOM-TIMETABLES - A PAGE PER ROOM
019800*=================================================================
019900 3000-ROOM-TIMETABLES.
020000     MOVE 'N' TO WS-EOC-SW
020100     MOVE 'Y' TO WS-FIRST-ROW-SW
020200   EXEC SQL
020300     DECLARE TROOMCUR CURSOR FOR
020400       SELECT SCHEDULE.ROOM-ID, ROOM.ROOM-DESC,
020500              ROOM.ROOM-CAPACITY,
020600              SCHEDULE.TERM, SCHEDULE.PERIOD,
020700              SCHEDULE.MEET-DAYS, SCHEDULE.COURSE-CODE,
020800              COALESCE(COURSE.COURSE-TITLE, ' '),
020900              SCHEDULE.TEACHER-ID
021000       FROM SCHEDULE
021100         INNER JOIN ROOM
021200           ON SCHEDULE.ROOM-ID = ROOM.ROOM-ID
021300         LEFT OUTER JOIN COURSE
021400           ON SCHEDULE.COURSE-CODE = COURSE.COURSE-CODE
021500       ORDER BY SCHEDULE.ROOM-ID, SCHEDULE.TERM,
021600                SCHEDULE.PERIOD, SCHEDULE.TEACHER-ID
021700   END-EXEC
021800   EXEC SQL
021900     OPEN TROOMCUR
022000   END-EXEC
022100     PERFORM 3100-FETCH-ROOM-ROW
022200     PERFORM 3200-LIST-ROOM-ROW
022300         UNTIL WS-END-OF-CURSOR
022400   EXEC SQL
022500     CLOSE TROOMCUR
022600   END-EXEC.
022700*=================================================================
022800*    3100-FETCH-ROOM-ROW
022900*=================================================================
023000 3100-FETCH-ROOM-ROW.
023100   EXEC SQL
023200     FETCH TROOMCUR
023300       INTO :WS-TT-ROOM-ID, :WS-TT-ROOM-DESC,
023400            :WS-TT-ROOM-CAPACITY,
023500            :WS-TT-TERM, :WS-TT-PERIOD,
023600            :WS-TT-MEET-DAYS, :WS-TT-COURSE-CODE,
023700            :WS-TT-COURSE-TITLE, :WS-TT-TEACHER-ID
023800   END-EXEC
023900     IF SQLCODE = 100
024000         MOVE 'Y' TO WS-EOC-SW
024100     END-IF.
024200*=================================================================
024300*    3200-LIST-ROOM-ROW - HEADING AT EVERY ROOM BREAK
024400*=================================================================
024500 3200-LIST-ROOM-ROW.
024600     IF WS-FIRST-ROW
024700         OR WS-TT-ROOM-ID NOT = WS-BREAK-ROOM-ID
024800         MOVE 'N' TO WS-FIRST-ROW-SW
024900         MOVE WS-TT-ROOM-ID       TO WS-BREAK-ROOM-ID
025000         ADD 1 TO WS-ROOMS-LISTED
025100         MOVE WS-TT-ROOM-ID       TO RH-ROOM-ID
025200         MOVE WS-TT-ROOM-DESC     TO RH-ROOM-DESC
025300         MOVE WS-TT-ROOM-CAPACITY TO RH-ROOM-CAPACITY
025400         WRITE TTBL-LINE FROM WS-ROOM-HEAD-LINE
025500             AFTER ADVANCING PAGE
025600         ADD 1 TO WS-REPORT-LINES
025700     END-IF
025800     PERFORM 5000-MOVE-CLASS-FIELDS
025900     MOVE WS-TT-TEACHER-ID TO CL-OTHER
026000     WRITE TTBL-LINE FROM WS-CLASS-DETAIL
026100     ADD 1 TO WS-REPORT-LINES
026200     PERFORM 3100-FETCH-ROOM-ROW.
026300*=================================================================
026400*    4000-TERMINATE
026500*=================================================================
026600 4000-TERMINATE.
026700     CLOSE TTBL-RPT
026800     DISPLAY 'SCHDTTBL: TEACHERS LISTED = ' WS-TEACHERS-LISTED
026900     DISPLAY 'SCHDTTBL: ROOMS LISTED    = ' WS-ROOMS-LISTED.
027000*=================================================================
027100*    5000-MOVE-CLASS-FIELDS - THE PART OF THE LINE BOTH
027200*    TIMETABLES SHARE
027300*=================================================================
027400 5000-MOVE-CLASS-FIELDS.
027500     MOVE WS-TT-TERM         TO CL-TERM
027600     MOVE WS-TT-PERIOD       TO CL-PERIOD
027700     MOVE WS-TT-MEET-DAYS    TO CL-MEET-DAYS
027800     MOVE WS-TT-COURSE-CODE  TO CL-COURSE-CODE
027900     MOVE WS-TT-COURSE-TITLE TO CL-COURSE-TITLE.
028000*=================================================================
028100*=================================================================
028200*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
028300*=================================================================
028400 9000-DISPLAY-VERSION-TRAILER.
028500     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SCHDTTBL -'==
028600                             ==:LINECOUNT:== BY
028700                                 WS-REPORT-LINES.
