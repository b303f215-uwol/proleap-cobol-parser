000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SCHDCONF.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - TIMETABLE CONFLICT CHECK
001200*                   OVER THE SCHEDULE TABLE.
001300*=================================================================
001400*  FINDS THE CLASHES THE WALL CHART ONLY SHOWED ON THE FIRST
001500*  DAY OF TERM.  THREE PASSES OVER THE SCHEDULE TABLE:
001600*    1. TEACHER DOUBLE-BOOKINGS - ROWS FOR ONE TEACHER IN THE
001700*       SAME TERM AND PERIOD WHOSE MEET DAYS OVERLAP.
001800*    2. ROOM DOUBLE-BOOKINGS - ROWS FOR ONE ROOM IN THE SAME
001900*       TERM AND PERIOD WHOSE MEET DAYS OVERLAP.
002000*    3. CLASSES OVER ROOM CAPACITY - ACTIVE ENROLLMENT ROWS
002100*       FOR THE CLASS (TERM, TEACHER, COURSE) AGAINST THE
002200*       CAPACITY OF EACH ROOM IT IS SCHEDULED INTO.
002300*  EACH PASS READS A CURSOR IN KEY-AND-PERIOD ORDER, HOLDS ONE
002400*  GROUP OF ROWS AT A TIME AND COMPARES EVERY PAIR IN IT, AND
002500*  PRINTS THE DAYS THE PAIR HAVE IN COMMON.  RC=4 WHEN ANY
002600*  CONFLICT IS FOUND SO THE SCHEDULE GOES BACK TO THE OFFICE.
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CONF-RPT ASSIGN TO 'SCHDCONF'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS FC-CONF-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CONF-RPT
004000     RECORD CONTAINS 80 CHARACTERS.
004100 01  CONF-LINE                      PIC X(80).
004200 WORKING-STORAGE SECTION.
004300*=================================================================
004400 COPY VERSTAMP.
004500   EXEC SQL
004600     INCLUDE SQLSCRIPT
004700   END-EXEC.
004800   EXEC SQL
004900     INCLUDE SCHEDULE
005000   END-EXEC.
005100   EXEC SQL
005200     INCLUDE ROOM
005300   END-EXEC.
005400   EXEC SQL
005500     INCLUDE ENROLLMENT
005600   END-EXEC.
005700*=================================================================
005800   EXEC SQL BEGIN DECLARE SECTION
005900   END-EXEC.
006000     01 WS-SLOT-REC.
006100         05 WS-SL-TERM              PIC X(6).
006200         05 WS-SL-TEACHER-ID        PIC 9(10).
006300         05 WS-SL-PERIOD            PIC 9(2).
006400         05 WS-SL-MEET-DAYS         PIC X(5).
006500         05 WS-SL-COURSE-CODE       PIC X(8).
006600         05 WS-SL-ROOM-ID           PIC X(6).
006700     01 WS-CAPACITY-REC.
006800         05 WS-CP-TERM              PIC X(6).
006900         05 WS-CP-TEACHER-ID        PIC 9(10).
007000         05 WS-CP-COURSE-CODE       PIC X(8).
007100         05 WS-CP-ROOM-ID           PIC X(6).
007200         05 WS-CP-ROOM-CAPACITY     PIC 9(3).
007300         05 WS-CP-ENROLLED          PIC 9(5).
007400   EXEC SQL END DECLARE SECTION
007500   END-EXEC.
007600*=================================================================
007700 01  FC-CONF-STATUS                 PIC X(2).
007800 01  WS-SWITCHES.
007900     05  WS-EOC-SW                  PIC X(1) VALUE 'N'.
008000         88  WS-END-OF-CURSOR       VALUE 'Y'.
008100     05  WS-OVERLAP-SW              PIC X(1) VALUE 'N'.
008200         88  WS-DAYS-OVERLAP        VALUE 'Y'.
008300*=================================================================
008400*    T WHILE THE TEACHER PASS RUNS, R WHILE THE ROOM PASS RUNS
008500*=================================================================
008600 01  WS-CHECK-MODE                  PIC X(1) VALUE 'T'.
008700     88  WS-CHECKING-TEACHERS       VALUE 'T'.
008800     88  WS-CHECKING-ROOMS          VALUE 'R'.
008900 01  WS-ROW-KEY.
009000     05  WS-RK-TERM                 PIC X(6).
009100     05  WS-RK-ID                   PIC X(10).
009200     05  WS-RK-PERIOD               PIC 9(2).
009300 01  WS-GROUP-KEY.
009400     05  WS-GK-TERM                 PIC X(6).
009500     05  WS-GK-ID                   PIC X(10).
009600     05  WS-GK-PERIOD               PIC 9(2).
009700*=================================================================
009800*    ROWS OF THE CURRENT GROUP - ONE TEACHER OR ONE ROOM IN ONE
009900*    TERM AND PERIOD.  SL-OTHER IS THE ROOM ON THE TEACHER PASS
010000*    AND THE TEACHER ON THE ROOM PASS.
010100*=================================================================
010200 01  WS-SLOT-MAX                    PIC 9(2) VALUE 20.
010300 01  WS-SLOT-COUNT                  PIC 9(2) VALUE ZERO.
010400 01  WS-SLOT-TABLE.
010500     05  WS-SLOT-ENTRY OCCURS 20 TIMES.
010600         10  SL-MEET-DAYS           PIC X(5).
010700         10  SL-MEET-DAY-TABLE REDEFINES SL-MEET-DAYS.
010800             15  SL-MEET-DAY        PIC X(1) OCCURS 5 TIMES.
010900         10  SL-COURSE-CODE         PIC X(8).
011000         10  SL-OTHER               PIC X(10).
011100 01  WS-SLOT-A                      PIC 9(2).
011200 01  WS-SLOT-B                      PIC 9(2).
011300 01  WS-FIRST-B                     PIC 9(2).
011400 01  WS-DAY-SUB                     PIC 9(1).
011500 01  WS-COMMON-DAYS                 PIC X(5).
011600 01  WS-COMMON-DAY-TABLE REDEFINES WS-COMMON-DAYS.
011700     05  WS-COMMON-DAY              PIC X(1) OCCURS 5 TIMES.
011800 01  WS-COUNTERS.
011900     05  WS-TEACHER-CONFLICTS       PIC 9(5) VALUE ZERO.
012000     05  WS-ROOM-CONFLICTS          PIC 9(5) VALUE ZERO.
012100     05  WS-OVER-CAPACITY           PIC 9(5) VALUE ZERO.
012200     05  WS-SECTION-COUNT           PIC 9(5) VALUE ZERO.
012300     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
012400 01  WS-CONFLICT-DETAIL.
012500     05  FILLER                     PIC X(1)  VALUE SPACE.
012600     05  CF-KIND                    PIC X(7).
012700     05  FILLER                     PIC X(1)  VALUE SPACE.
012800     05  CF-KEY-ID                  PIC X(10).
012900     05  FILLER                     PIC X(1)  VALUE SPACE.
013000     05  CF-TERM                    PIC X(6).
013100     05  FILLER                     PIC X(2)  VALUE ' P'.
013200     05  CF-PERIOD                  PIC 9(2).
013300     05  FILLER                     PIC X(1)  VALUE SPACE.
013400     05  CF-DAYS                    PIC X(5).
013500     05  FILLER                     PIC X(1)  VALUE SPACE.
013600     05  CF-COURSE-A                PIC X(8).
013700     05  FILLER                     PIC X(1)  VALUE SPACE.
013800     05  CF-OTHER-A                 PIC X(10).
013900     05  FILLER                     PIC X(3)  VALUE ' / '.
014000     05  CF-COURSE-B                PIC X(8).
014100     05  FILLER                     PIC X(1)  VALUE SPACE.
014200     05  CF-OTHER-B                 PIC X(10).
014300 01  WS-CAPACITY-DETAIL.
014400     05  FILLER                     PIC X(10) VALUE ' CAPACITY '.
014500     05  CD-ROOM-ID                 PIC X(6).
014600     05  FILLER                     PIC X(1)  VALUE SPACE.
014700     05  CD-TERM                    PIC X(6).
014800     05  FILLER                     PIC X(1)  VALUE SPACE.
014900     05  CD-TEACHER-ID              PIC 9(10).
015000     05  FILLER                     PIC X(1)  VALUE SPACE.
015100     05  CD-COURSE-CODE             PIC X(8).
015200     05  FILLER                     PIC X(10) VALUE ' ENROLLED '.
015300     05  CD-ENROLLED                PIC ZZZZ9.
015400     05  FILLER                     PIC X(7)  VALUE ' SEATS '.
015500     05  CD-SEATS                   PIC ZZ9.
015600 PROCEDURE DIVISION.
015700*=================================================================
015800 0000-MAINLINE.
015900     PERFORM 0900-DISPLAY-VERSION-STAMP
016000     PERFORM 1000-INITIALIZE
016100     PERFORM 2000-CHECK-TEACHER-BOOKINGS
016200     PERFORM 3000-CHECK-ROOM-BOOKINGS
016300     PERFORM 4000-CHECK-ROOM-CAPACITY
016400     PERFORM 6000-TERMINATE
016500     PERFORM 9000-DISPLAY-VERSION-TRAILER
016600     STOP RUN.
016700*=================================================================
016800*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
016900*=================================================================
017000 0900-DISPLAY-VERSION-STAMP.
017100     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SCHDCONF -'==
017200                             ==:PROGVERS:== BY =='Version 001'==.
017300*=================================================================
017400*    1000-INITIALIZE
017500*=================================================================
017600 1000-INITIALIZE.
017700     OPEN OUTPUT CONF-RPT
017800     MOVE ' TIMETABLE CONFLICT CHECK' TO CONF-LINE
017900     WRITE CONF-LINE
018000     ADD 1 TO WS-REPORT-LINES.
018100*=================================================================
018200*    2000-CHECK-TEACHER-BOOKINGS - GROUPS OF ONE TEACHER, TERM
018300*    AND PERIOD
018400*=================================================================
018500 2000-CHECK-TEACHER-BOOKINGS.
018600     MOVE 'T' TO WS-CHECK-MODE
018700     MOVE ' TEACHER DOUBLE-BOOKINGS' TO CONF-LINE
018800     PERFORM 7000-START-SECTION
018900   EXEC SQL
019000     DECLARE TBOOKCUR CURSOR FOR
019100       SELECT TERM, TEACHER-ID, PERIOD, MEET-DAYS,
019200              COURSE-CODE, ROOM-ID
019300       FROM SCHEDULE
019400       ORDER BY TERM, TEACHER-ID, PERIOD, COURSE-CODE,
019500                ROOM-ID
019600   END-EXEC
019700   EXEC SQL
019800     OPEN TBOOKCUR
019900   END-EXEC
020000     PERFORM 2100-FETCH-TEACHER-SLOT
020100     PERFORM 5000-TAKE-ONE-SLOT
020200         UNTIL WS-END-OF-CURSOR
020300     PERFORM 5200-COMPARE-GROUP
020400   EXEC SQL
020500     CLOSE TBOOKCUR
020600   END-EXEC
020700     MOVE WS-SECTION-COUNT TO WS-TEACHER-CONFLICTS
020800     PERFORM 7100-END-SECTION.
020900*=================================================================
021000*    2100-FETCH-TEACHER-SLOT
021100*=================================================================
021200 2100-FETCH-TEACHER-SLOT.
021300   EXEC SQL
021400     FETCH TBOOKCUR
021500       INTO :WS-SL-TERM, :WS-SL-TEACHER-ID, :WS-SL-PERIOD,
021600            :WS-SL-MEET-DAYS, :WS-SL-COURSE-CODE,
021700            :WS-SL-ROOM-ID
021800   END-EXEC
021900     IF SQLCODE = 100
022000         MOVE 'Y' TO WS-EOC-SW
022100     END-IF.
022200*=================================================================
022300*    3000-CHECK-ROOM-BOOKINGS - GROUPS OF ONE ROOM, TERM AND
022400*    PERIOD
022500*=================================================================
022600 3000-CHECK-ROOM-BOOKINGS.
022700     MOVE 'R' TO WS-CHECK-MODE
022800     MOVE ' ROOM DOUBLE-BOOKINGS' TO CONF-LINE
022900     PERFORM 7000-START-SECTION
023000   EXEC SQL
023100     DECLARE RBOOKCUR CURSOR FOR
023200       SELECT TERM, TEACHER-ID, PERIOD, MEET-DAYS,
023300              COURSE-CODE, ROOM-ID
023400       FROM SCHEDULE
023500       ORDER BY TERM, ROOM-ID, PERIOD, COURSE-CODE,
023600                TEACHER-ID
023700   END-EXEC
023800   EXEC SQL
023900     OPEN RBOOKCUR
024000   END-EXEC
024100     PERFORM 3100-FETCH-ROOM-SLOT
024200     PERFORM 5000-TAKE-ONE-SLOT
024300         UNTIL WS-END-OF-CURSOR
024400     PERFORM 5200-COMPARE-GROUP
024500   EXEC SQL
024600     CLOSE RBOOKCUR
024700   END-EXEC
024800     MOVE WS-SECTION-COUNT TO WS-ROOM-CONFLICTS
024900     PERFORM 7100-END-SECTION.
025000*=================================================================
025100*    3100-FETCH-ROOM-SLOT
025200*=================================================================
025300 3100-FETCH-ROOM-SLOT.
025400   EXEC SQL
025500     FETCH RBOOKCUR
025600       INTO :WS-SL-TERM, :WS-SL-TEACHER-ID, :WS-SL-PERIOD,
025700            :WS-SL-MEET-DAYS, :WS-SL-COURSE-CODE,
025800            :WS-SL-ROOM-ID
025900   END-EXEC
026000     IF SQLCODE = 100
026100         MOVE 'Y' TO WS-EOC-SW
026200     END-IF.
026300*=================================================================
026400*    4000-CHECK-ROOM-CAPACITY - ACTIVE SEATS PER CLASS AGAINST
026500*    EACH ROOM THE CLASS MEETS IN.  DISTINCT STUDENTS, SO A
026600*    CLASS MEETING TWICE IN ONE ROOM IS NOT COUNTED TWICE.
026700*=================================================================
026800 4000-CHECK-ROOM-CAPACITY.
026900     MOVE ' CLASSES OVER ROOM CAPACITY' TO CONF-LINE
027000     PERFORM 7000-START-SECTION
027100   EXEC SQL
027200     DECLARE ROOMCAP CURSOR FOR
027300       SELECT SCHEDULE.TERM, SCHEDULE.TEACHER-ID,
027400              SCHEDULE.COURSE-CODE, SCHEDULE.ROOM-ID,
027500              ROOM.ROOM-CAPACITY,
027600              COUNT(DISTINCT ENROLLMENT.STUDENT-ID)
027700       FROM SCHEDULE, ROOM, ENROLLMENT
027800       WHERE SCHEDULE.ROOM-ID = ROOM.ROOM-ID
027900         AND ENROLLMENT.TERM = SCHEDULE.TERM
028000         AND ENROLLMENT.TEACHER-ID = SCHEDULE.TEACHER-ID
028100         AND ENROLLMENT.COURSE-CODE = SCHEDULE.COURSE-CODE
028200         AND ENROLLMENT.STATUS = 'A'
028300       GROUP BY SCHEDULE.TERM, SCHEDULE.TEACHER-ID,
028400                SCHEDULE.COURSE-CODE, SCHEDULE.ROOM-ID,
028500                ROOM.ROOM-CAPACITY
028600       HAVING COUNT(DISTINCT ENROLLMENT.STUDENT-ID)
028700              > ROOM.ROOM-CAPACITY
028800       ORDER BY SCHEDULE.ROOM-ID, SCHEDULE.TERM,
028900                SCHEDULE.TEACHER-ID, SCHEDULE.COURSE-CODE
029000   END-EXEC
029100   EXEC SQL
029200     OPEN ROOMCAP
029300   END-EXEC
029400     PERFORM 4100-FETCH-OVER-CAPACITY
029500     PERFORM 4200-LIST-OVER-CAPACITY
029600         UNTIL WS-END-OF-CURSOR
029700   EXEC SQL
029800     CLOSE ROOMCAP
029900   END-EXEC
030000     MOVE WS-SECTION-COUNT TO WS-OVER-CAPACITY
030100     PERFORM 7100-END-SECTION.
030200*=================================================================
030300*    4100-FETCH-OVER-CAPACITY
030400*=================================================================
030500 4100-FETCH-OVER-CAPACITY.
030600   EXEC SQL
030700     FETCH ROOMCAP
030800       INTO :WS-CP-TERM, :WS-CP-TEACHER-ID,
030900            :WS-CP-COURSE-CODE, :WS-CP-ROOM-ID,
031000            :WS-CP-ROOM-CAPACITY, :WS-CP-ENROLLED
031100   END-EXEC
031200     IF SQLCODE = 100
031300         MOVE 'Y' TO WS-EOC-SW
031400     END-IF.
031500*=================================================================
031600*    4200-LIST-OVER-CAPACITY
031700*=================================================================
031800 4200-LIST-OVER-CAPACITY.
031900     ADD 1 TO WS-SECTION-COUNT
032000     MOVE WS-CP-ROOM-ID              TO CD-ROOM-ID
032100     MOVE WS-CP-TERM                 TO CD-TERM
032200     MOVE WS-CP-TEACHER-ID           TO CD-TEACHER-ID
032300     MOVE WS-CP-COURSE-CODE          TO CD-COURSE-CODE
032400     MOVE WS-CP-ENROLLED             TO CD-ENROLLED
032500     MOVE WS-CP-ROOM-CAPACITY        TO CD-SEATS
032600     WRITE CONF-LINE FROM WS-CAPACITY-DETAIL
032700     ADD 1 TO WS-REPORT-LINES
032800     PERFORM 4100-FETCH-OVER-CAPACITY.
032900*=================================================================
033000*    5000-TAKE-ONE-SLOT - A NEW KEY CLOSES THE GROUP BEFORE IT
033100*=================================================================
033200 5000-TAKE-ONE-SLOT.
033300     MOVE WS-SL-TERM   TO WS-RK-TERM
033400     MOVE WS-SL-PERIOD TO WS-RK-PERIOD
033500     IF WS-CHECKING-TEACHERS
033600         MOVE WS-SL-TEACHER-ID TO WS-RK-ID
033700     ELSE
033800         MOVE WS-SL-ROOM-ID    TO WS-RK-ID
033900     END-IF
034000     IF WS-ROW-KEY NOT = WS-GROUP-KEY
034100         PERFORM 5200-COMPARE-GROUP
034200         MOVE ZERO       TO WS-SLOT-COUNT
034300         MOVE WS-ROW-KEY TO WS-GROUP-KEY
034400     END-IF
034500     IF WS-SLOT-COUNT < WS-SLOT-MAX
034600         ADD 1 TO WS-SLOT-COUNT
034700         MOVE WS-SL-MEET-DAYS   TO SL-MEET-DAYS (WS-SLOT-COUNT)
034800         MOVE WS-SL-COURSE-CODE
034900             TO SL-COURSE-CODE (WS-SLOT-COUNT)
035000         IF WS-CHECKING-TEACHERS
035100             MOVE WS-SL-ROOM-ID    TO SL-OTHER (WS-SLOT-COUNT)
035200         ELSE
035300             MOVE WS-SL-TEACHER-ID TO SL-OTHER (WS-SLOT-COUNT)
035400         END-IF
035500     ELSE
035600         DISPLAY 'SCHDCONF: MORE THAN 20 ROWS FOR '
035700             WS-ROW-KEY ' - REST NOT COMPARED'
035800     END-IF
035900     IF WS-CHECKING-TEACHERS
036000         PERFORM 2100-FETCH-TEACHER-SLOT
036100     ELSE
036200         PERFORM 3100-FETCH-ROOM-SLOT
036300     END-IF.
036400*=================================================================
036500*    5200-COMPARE-GROUP - EVERY PAIR IN THE HELD GROUP
036600*=================================================================
036700 5200-COMPARE-GROUP.
036800     PERFORM 5210-COMPARE-FROM-SLOT
036900         VARYING WS-SLOT-A FROM 1 BY 1
037000         UNTIL WS-SLOT-A >= WS-SLOT-COUNT.
037100*=================================================================
037200*    5210-COMPARE-FROM-SLOT
037300*=================================================================
037400 5210-COMPARE-FROM-SLOT.
037500     ADD 1 TO WS-SLOT-A GIVING WS-FIRST-B
037600     PERFORM 5220-COMPARE-PAIR
037700         VARYING WS-SLOT-B FROM WS-FIRST-B BY 1
037800         UNTIL WS-SLOT-B > WS-SLOT-COUNT.
037900*=================================================================
038000*    5220-COMPARE-PAIR - A CONFLICT WHEN ANY DAY IS SHARED
038100*=================================================================
038200 5220-COMPARE-PAIR.
038300     MOVE 'N'    TO WS-OVERLAP-SW
038400     MOVE SPACES TO WS-COMMON-DAYS
038500     PERFORM 5230-COMPARE-ONE-DAY
038600         VARYING WS-DAY-SUB FROM 1 BY 1
038700         UNTIL WS-DAY-SUB > 5
038800     IF WS-DAYS-OVERLAP
038900         ADD 1 TO WS-SECTION-COUNT
039000         IF WS-CHECKING-TEACHERS
039100             MOVE 'TEACHER'              TO CF-KIND
039200         ELSE
039300             MOVE 'ROOM'                 TO CF-KIND
039400         END-IF
039500         MOVE WS-GK-ID                   TO CF-KEY-ID
039600         MOVE WS-GK-TERM                 TO CF-TERM
039700         MOVE WS-GK-PERIOD               TO CF-PERIOD
039800         MOVE WS-COMMON-DAYS             TO CF-DAYS
039900         MOVE SL-COURSE-CODE (WS-SLOT-A) TO CF-COURSE-A
040000         MOVE SL-OTHER (WS-SLOT-A)       TO CF-OTHER-A
040100         MOVE SL-COURSE-CODE (WS-SLOT-B) TO CF-COURSE-B
040200         MOVE SL-OTHER (WS-SLOT-B)       TO CF-OTHER-B
040300         WRITE CONF-LINE FROM WS-CONFLICT-DETAIL
040400         ADD 1 TO WS-REPORT-LINES
040500     END-IF.
040600*=================================================================
040700*    5230-COMPARE-ONE-DAY
040800*=================================================================
040900 5230-COMPARE-ONE-DAY.
041000     IF SL-MEET-DAY (WS-SLOT-A, WS-DAY-SUB) NOT = SPACE
041100         AND SL-MEET-DAY (WS-SLOT-B, WS-DAY-SUB) NOT = SPACE
041200         MOVE 'Y' TO WS-OVERLAP-SW
041300         MOVE SL-MEET-DAY (WS-SLOT-A, WS-DAY-SUB)
041400             TO WS-COMMON-DAY (WS-DAY-SUB)
041500     END-IF.
041600*=================================================================
041700*    6000-TERMINATE
041800*=================================================================
041900 6000-TERMINATE.
042000   EXEC SQL
042100     COMMIT WORK
042200   END-EXEC
042300     CLOSE CONF-RPT
042400     DISPLAY 'SCHDCONF: TEACHER CONFLICTS = '
042500         WS-TEACHER-CONFLICTS
042600     DISPLAY 'SCHDCONF: ROOM CONFLICTS    = '
042700         WS-ROOM-CONFLICTS
042800     DISPLAY 'SCHDCONF: OVER CAPACITY     = '
042900         WS-OVER-CAPACITY
043000     IF WS-TEACHER-CONFLICTS > ZERO
043100         OR WS-ROOM-CONFLICTS > ZERO
043200         OR WS-OVER-CAPACITY > ZERO
043300         MOVE 4 TO RETURN-CODE
043400     END-IF.
043500*=================================================================
043600*    7000-START-SECTION - HEADING ALREADY IN CONF-LINE
043700*=================================================================
043800 7000-START-SECTION.
043900     WRITE CONF-LINE
044000     ADD 1 TO WS-REPORT-LINES
044100     MOVE ZERO        TO WS-SECTION-COUNT
044200     MOVE ZERO        TO WS-SLOT-COUNT
044300     MOVE LOW-VALUES  TO WS-GROUP-KEY
044400     MOVE 'N'         TO WS-EOC-SW.
044500*=================================================================
044600*    7100-END-SECTION
044700*=================================================================
044800 7100-END-SECTION.
044900     IF WS-SECTION-COUNT = ZERO
045000         MOVE '    NONE FOUND' TO CONF-LINE
045100         WRITE CONF-LINE
045200         ADD 1 TO WS-REPORT-LINES
045300     END-IF.
045500*=================================================================
045600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
045700*=================================================================
045800 9000-DISPLAY-VERSION-TRAILER.
045900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SCHDCONF -'==
046000                             ==:LINECOUNT:== BY
046100                                 WS-REPORT-LINES.
