001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 RSG   INITIAL VERSION - NIGHTLY WAITLIST
001200*                   PROMOTION PASS.
001210*  2026-10-15 RSG   A CLASS IS NOW TEACHER, TERM AND COURSE, AND
001220*                   ITS SEAT LIMIT IS THE SMALLEST ROOM IT IS
001230*                   SCHEDULED INTO ON THE SCHEDULE TABLE - THE
001240*                   FLAT 30 SEATS ONLY FOR A CLASS NOT YET ON
001250*                   THE TIMETABLE.
001300*=================================================================
001310*  FOR EVERY CLASS (TEACHER, TERM AND COURSE) CARRYING WAITLIST
001320*  ROWS, COUNTS THE ACTIVE SEATS AND PROMOTES THE OLDEST W ROWS
001330*  (BY THE LOAD-SEQ COLUMN ENRLLOAD STAMPS IN CARD ORDER) INTO
001340*  THE SEATS THE NIGHT'S DROP CARDS OPENED, UP TO THE CAPACITY
001350*  OF THE SMALLEST ROOM THE CLASS IS SCHEDULED INTO (30 SEATS
001360*  WHEN IT IS NOT ON THE SCHEDULE TABLE).  EVERY PROMOTION
001370*  PRINTS ON THE REPORT SO THE STUDENTS GET TOLD.
002000*=================================================================
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004100   EXEC SQL
004200     INCLUDE ENROLLMENT
004300   END-EXEC.
004310   EXEC SQL
004320     INCLUDE SCHEDULE
004330   END-EXEC.
004340   EXEC SQL
004350     INCLUDE ROOM
004360   END-EXEC.
004400*=================================================================
004500   EXEC SQL BEGIN DECLARE SECTION
004600   END-EXEC.
004700     01 WS-CLASS-REC.
004800         05 WS-CL-TEACHER-ID        PIC 9(10).
004900         05 WS-CL-TERM              PIC X(6).
004910         05 WS-CL-COURSE-CODE       PIC X(8).
005000     01 WS-WAIT-REC.
005100         05 WS-WT-STUDENT-ID        PIC 9(10).
005200         05 WS-WT-LOAD-SEQ          PIC 9(13).
005300     01 WS-ACTIVE-COUNT             PIC 9(5).
005310     01 WS-ROOM-SEATS               PIC 9(3).
005400   EXEC SQL END DECLARE SECTION
005500   END-EXEC.
005600*=================================================================
006100     05  WS-WAIT-EOC-SW             PIC X(1) VALUE 'N'.
006200         88  WS-END-OF-WAITLIST     VALUE 'Y'.
006300 01  WS-CLASS-CAPACITY              PIC 9(3) VALUE 30.
006310 01  WS-SEATS-ALLOWED               PIC 9(3).
006400 01  WS-OPEN-SEATS                  PIC S9(5) VALUE ZERO.
006500 01  WS-COUNTERS.
006600     05  WS-CLASSES-CHECKED         PIC 9(5) VALUE ZERO.
007300     05  PR-TEACHER-ID              PIC 9(10).
007400     05  FILLER                     PIC X(6)  VALUE ' TERM '.
007500     05  PR-TERM                    PIC X(6).
007510     05  FILLER                     PIC X(8)  VALUE ' COURSE '.
007520     05  PR-COURSE-CODE             PIC X(8).
007600 PROCEDURE DIVISION.
007700*=================================================================
007800 0000-MAINLINE.
009900     ADD 1 TO WS-REPORT-LINES
010000   EXEC SQL
010100     DECLARE CLASCUR CURSOR FOR
010110       SELECT TEACHER-ID, TERM, COURSE-CODE
010120       FROM ENROLLMENT
010130       WHERE STATUS = 'W'
010140       GROUP BY TEACHER-ID, TERM, COURSE-CODE
010150       ORDER BY TEACHER-ID, TERM, COURSE-CODE
010700   END-EXEC
010800   EXEC SQL
010900     OPEN CLASCUR
011500 1100-FETCH-NEXT-CLASS.
011600   EXEC SQL
011700     FETCH CLASCUR
011710       INTO :WS-CL-TEACHER-ID, :WS-CL-TERM, :WS-CL-COURSE-CODE
011900   END-EXEC
012000     IF SQLCODE = 100
012100         MOVE 'Y' TO WS-EOC-SW
012600*=================================================================
012700 2000-PROCESS-ONE-CLASS.
012800     ADD 1 TO WS-CLASSES-CHECKED
012810     PERFORM 2050-FIND-ROOM-CAPACITY
012900     MOVE ZERO TO WS-ACTIVE-COUNT
013000   EXEC SQL
013100     SELECT COUNT(*)
013300       FROM ENROLLMENT
013400       WHERE TEACHER-ID = :WS-CL-TEACHER-ID
013500         AND TERM = :WS-CL-TERM
013510         AND COURSE-CODE = :WS-CL-COURSE-CODE
013600         AND STATUS = 'A'
013700   END-EXEC
013800     COMPUTE WS-OPEN-SEATS
013810         = WS-SEATS-ALLOWED - WS-ACTIVE-COUNT
014000     IF WS-OPEN-SEATS > ZERO
014100         MOVE 'N' TO WS-WAIT-EOC-SW
014200   EXEC SQL
014500       FROM ENROLLMENT
014600       WHERE TEACHER-ID = :WS-CL-TEACHER-ID
014700         AND TERM = :WS-CL-TERM
014710         AND COURSE-CODE = :WS-CL-COURSE-CODE
014800         AND STATUS = 'W'
014900       ORDER BY LOAD-SEQ
015000   END-EXEC
015900   END-EXEC
016000     END-IF
016100     PERFORM 1100-FETCH-NEXT-CLASS.
016102*=================================================================
016104*    2050-FIND-ROOM-CAPACITY - THE SMALLEST ROOM THE CLASS MEETS
016106*    IN; THE FLAT CAPACITY WHEN IT IS NOT ON THE TIMETABLE
016108*=================================================================
016110 2050-FIND-ROOM-CAPACITY.
016112     MOVE WS-CLASS-CAPACITY TO WS-SEATS-ALLOWED
016114     MOVE ZERO TO WS-ROOM-SEATS
016116   EXEC SQL
016118     SELECT COALESCE(MIN(ROOM.ROOM-CAPACITY), 0)
016120       INTO :WS-ROOM-SEATS
016122       FROM SCHEDULE, ROOM
016124       WHERE SCHEDULE.ROOM-ID = ROOM.ROOM-ID
016126         AND SCHEDULE.TEACHER-ID = :WS-CL-TEACHER-ID
016128         AND SCHEDULE.TERM = :WS-CL-TERM
016130         AND SCHEDULE.COURSE-CODE = :WS-CL-COURSE-CODE
016132   END-EXEC
016134     IF SQLCODE = 0
016136         AND WS-ROOM-SEATS > ZERO
016138         MOVE WS-ROOM-SEATS TO WS-SEATS-ALLOWED
016140     END-IF.
016200*=================================================================
016300*    2100-PROMOTE-ONE-ROW
016400*=================================================================
017500       SET STATUS = 'A'
017600       WHERE TEACHER-ID = :WS-CL-TEACHER-ID
017700         AND TERM = :WS-CL-TERM
017710         AND COURSE-CODE = :WS-CL-COURSE-CODE
017800         AND STUDENT-ID = :WS-WT-STUDENT-ID
017900         AND STATUS = 'W'
018000   END-EXEC
018400             MOVE WS-WT-STUDENT-ID TO PR-STUDENT-ID
018500             MOVE WS-CL-TEACHER-ID TO PR-TEACHER-ID
018600             MOVE WS-CL-TERM       TO PR-TERM
018610             MOVE WS-CL-COURSE-CODE TO PR-COURSE-CODE
018700             WRITE PROM-LINE FROM WS-PROM-DETAIL
018800             ADD 1 TO WS-REPORT-LINES
018900         ELSE
