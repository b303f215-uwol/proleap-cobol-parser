001293*                   INSTEAD OF INSERTING A SECOND ROW, SO THE
001294*                   ACTIVE COUNT ACTUALLY FALLS AND WAITPROM
001295*                   CAN PROMOTE INTO THE OPENED SEAT.
001296*  2026-10-15 RSG   AN ADD CARD NOW NAMES ITS COURSE (CRSMAINT
001297*                   MAINTAINS THE COURSE CATALOG).  THE COURSE
001298*                   MUST BE ACTIVE, IS LOADED ON THE NEW
001299*                   COURSE-CODE COLUMN, AND THE STUDENT MUST
001300*                   ALREADY HOLD A PASSING GRADE IN EACH OF ITS
001301*                   PREREQUISITE COURSES.
001302*  2026-10-15 RSG   THE WAITLIST TEST NOW COUNTS SEATS IN THE
001303*                   CARD'S COURSE ONLY AND USES THE SMALLEST ROOM
001304*                   THE CLASS IS SCHEDULED INTO AS ITS CAPACITY,
001305*                   AS WAITPROM DOES.
001306*  2026-10-15 RSG   A DROP NOW STAMPS THE NEW DROP-DATE COLUMN
001307*                   FOR TUITBILL'S REFUND SCALE, AND AN ADD CARD
001308*                   IS REFUSED WHILE THE STUDENT OWES A BALANCE
001309*                   ON STUACCT FROM ANOTHER TERM.
001311*  2026-10-15 RSG   A DROP CARD NOW NAMES ITS COURSE TOO AND
001312*                   CLOSES ONLY THAT CLASS'S ROW - A STUDENT
001313*                   WITH TWO COURSES FROM ONE TEACHER LOST
001314*                   BOTH.
001315*=================================================================
001400*  LOADS THE NEW ENROLLMENT TABLE (STUDENT ID, TEACHER ID,
001500*  TERM, STATUS) FROM THE REGISTRATION CARD DECK.  EACH CARD IS
001600*  EDITED - THE TEACHER MUST EXIST ON THE TEACHER TABLE AND THE
001800*  INSERTED, AND EVERY CARD IS ECHOED TO THE LOAD REGISTER WITH
001900*  ITS DISPOSITION.  CLASSRST READS THE TABLE BACK FOR THE
002000*  CLASS ROSTERS THE REGISTRAR RUNS ON PAPER TODAY.
002010*  AN ADD CARD CARRIES THE COURSE CODE IN COLUMNS 28-35; THE
002020*  COURSE MUST BE ACTIVE ON THE COURSE TABLE, AND FOR EACH OF ITS
002030*  PREREQUISITES THE STUDENT MUST HAVE AN ENROLLMENT ROW - THE
002040*  SAME HISTORY TRNSCRPT PRINTS, OR ITS ENROLLHIST ARCHIVE FOR
002050*  TERMS TERMROLL HAS CLOSED - GRADED A THROUGH D.  F, I AND W
002060*  ARE NOT PASSING GRADES.
002070*  A CLASS (TEACHER, TERM AND COURSE) IS FULL AT THE CAPACITY
002080*  OF THE SMALLEST ROOM IT IS SCHEDULED INTO, OR AT 30 SEATS WHEN
002090*  IT IS NOT YET ON THE SCHEDULE TABLE.
002091*  A DROP CARD MAY GIVE THE DATE THE STUDENT ACTUALLY DROPPED IN
002092*  COLUMNS 36-43 WHEN IT IS KEYED LATE; OTHERWISE THE RUN DATE
002093*  IS STAMPED.  AN ADD CARD IS REFUSED WHILE THE STUDENT'S
002094*  STUACCT ROWS FOR OTHER TERMS CARRY CHARGES NOT YET PAID.
002095*  A DROP CARD CARRIES THE COURSE CODE IN COLUMNS 28-35 AS AN
002096*  ADD CARD DOES, AND CLOSES ONLY THAT CLASS'S ROW.
002100*=================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
004100     05  EN-TERM                    PIC X(6).
004200     05  EN-STATUS                  PIC X(1).
004300         88  EN-STATUS-VALID        VALUE 'A' 'D'.
004310     05  EN-COURSE-CODE             PIC X(8).
004315     05  EN-DROP-DATE               PIC X(8).
004316     05  EN-DROP-DATE-NUM REDEFINES EN-DROP-DATE
004317                                    PIC 9(8).
004320     05  FILLER                     PIC X(37).
004500 FD  ENRLREG-RPT
004600     RECORD CONTAINS 80 CHARACTERS.
004700 01  ENRLREG-LINE                   PIC X(80).
005910   EXEC SQL
005920     INCLUDE STUDENT
005930   END-EXEC.
005940   EXEC SQL
005950     INCLUDE COURSE
005960   END-EXEC.
005965   EXEC SQL
005970     INCLUDE SCHEDULE
005975   END-EXEC.
005980   EXEC SQL
005985     INCLUDE ROOM
005990   END-EXEC.
005991   EXEC SQL
005992     INCLUDE STUACCT
005993   END-EXEC.
006000*=================================================================
006100   EXEC SQL BEGIN DECLARE SECTION
006200   END-EXEC.
006500         05 WS-EN-TEACHER-ID        PIC 9(10).
006600         05 WS-EN-TERM              PIC X(6).
006700         05 WS-EN-STATUS            PIC X(1).
006710         05 WS-EN-COURSE-CODE       PIC X(8).
006800     01 WS-TEACHER-CHECK-ID         PIC 9(10).
006810     01 WS-ACTIVE-COUNT             PIC 9(5).
006820     01 WS-LOAD-SEQ                 PIC 9(13).
006830     01 WS-STUDENT-CHECK-ID         PIC 9(10).
006840     01 WS-STUDENT-STATUS           PIC X(1).
006845     01 WS-COURSE-CHECK-CODE        PIC X(8).
006850     01 WS-COURSE-STATUS            PIC X(1).
006855     01 WS-COURSE-PREREQS.
006860         05 WS-COURSE-PREREQ-1      PIC X(8).
006865         05 WS-COURSE-PREREQ-2      PIC X(8).
006870         05 WS-COURSE-PREREQ-3      PIC X(8).
006875     01 WS-PREREQ-CHECK-CODE        PIC X(8).
006880     01 WS-PASSED-COUNT             PIC 9(5).
006890     01 WS-ROOM-SEATS               PIC 9(3).
006891     01 WS-EN-DROP-DATE             PIC 9(8).
006892     01 WS-PRIOR-BALANCE            PIC S9(7)V99.
006900   EXEC SQL END DECLARE SECTION
007000   END-EXEC.
007100*=================================================================
007800     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
007900         88  WS-CARD-OK             VALUE 'Y'.
008000 01  WS-REJECT-REASON               PIC X(30).
008010 01  WS-PREREQ-TABLE.
008020     05  WS-PREREQ                  PIC X(8) OCCURS 3 TIMES.
008030 01  WS-PREREQ-SUB                  PIC 9(1).
008040 01  WS-PREREQ-REASON.
008050     05  FILLER                     PIC X(7)  VALUE 'PREREQ '.
008060     05  WS-PREREQ-REASON-CODE      PIC X(8).
008070     05  FILLER                     PIC X(11) VALUE ' NOT PASSED'.
008100 01  WS-COUNTERS.
008200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
008300     05  WS-ROWS-INSERTED           PIC 9(5) VALUE ZERO.
008420     05  WS-ROWS-DROPPED            PIC 9(5) VALUE ZERO.
008500     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
008510 01  WS-CLASS-CAPACITY              PIC 9(3) VALUE 30.
008515 01  WS-SEATS-ALLOWED               PIC 9(3).
008520 01  WS-RUN-DATE                    PIC 9(8) VALUE ZERO.
008600 01  WS-REGISTER-DETAIL.
008700     05  FILLER                     PIC X(1)  VALUE SPACE.
016100         MOVE 'STATUS NOT A OR D'
016200             TO WS-REJECT-REASON
016300     END-IF
016301     IF WS-CARD-OK
016302         AND EN-STATUS = 'D'
016303         AND EN-COURSE-CODE = SPACES
016304         MOVE 'N' TO WS-CARD-OK-SW
016305         MOVE 'COURSE CODE IS REQUIRED'
016306             TO WS-REJECT-REASON
016307     END-IF
016400     IF WS-CARD-OK
016410         PERFORM 2150-CHECK-THE-STUDENT
016420     END-IF
018100                 DISPLAY 'ENRLLOAD: SQLCODE=' SQLCODE
018200             END-IF
018300         END-IF
018400     END-IF
018401     IF WS-CARD-OK
018402         AND EN-STATUS = 'A'
018403         PERFORM 2160-CHECK-THE-COURSE
018404     END-IF
018405     IF WS-CARD-OK
018406         AND EN-STATUS = 'A'
018407         PERFORM 2170-CHECK-ONE-PREREQ
018408             VARYING WS-PREREQ-SUB FROM 1 BY 1
018409             UNTIL WS-PREREQ-SUB > 3
018410                OR NOT WS-CARD-OK
018411     END-IF
018412     IF WS-CARD-OK
018413         AND EN-STATUS = 'A'
018414         PERFORM 2180-CHECK-PRIOR-BALANCE
018415     END-IF.
018416*=================================================================
018420*    2150-CHECK-THE-STUDENT - MUST EXIST AND NOT BE RETIRED
018430*=================================================================
018440 2150-CHECK-THE-STUDENT.
018508             CONTINUE
018509     END-EVALUATE.
018510*=================================================================
018511*    2160-CHECK-THE-COURSE - MUST BE ON THE CATALOG AND NOT
018512*    RETIRED; PICKS UP ITS PREREQUISITES FOR 2170
018513*=================================================================
018514 2160-CHECK-THE-COURSE.
018515     MOVE SPACES TO WS-PREREQ-TABLE
018516     IF EN-COURSE-CODE = SPACES
018517         MOVE 'N' TO WS-CARD-OK-SW
018518         MOVE 'COURSE CODE IS REQUIRED'
018519             TO WS-REJECT-REASON
018520     ELSE
018521         MOVE EN-COURSE-CODE TO WS-COURSE-CHECK-CODE
018522   EXEC SQL
018523     SELECT STATUS, PREREQ-1, PREREQ-2, PREREQ-3
018524       INTO :WS-COURSE-STATUS, :WS-COURSE-PREREQ-1,
018525            :WS-COURSE-PREREQ-2, :WS-COURSE-PREREQ-3
018526       FROM COURSE
018527       WHERE COURSE-CODE = :WS-COURSE-CHECK-CODE
018528   END-EXEC
018529         EVALUATE TRUE
018530             WHEN SQLCODE = 100
018531                 MOVE 'N' TO WS-CARD-OK-SW
018532                 MOVE 'COURSE NOT ON TABLE'
018533                     TO WS-REJECT-REASON
018534             WHEN SQLCODE NOT = 0
018535                 MOVE 'N' TO WS-CARD-OK-SW
018536                 MOVE 'COURSE LOOKUP SQL ERROR'
018537                     TO WS-REJECT-REASON
018538                 DISPLAY 'ENRLLOAD: SQLCODE=' SQLCODE
018539             WHEN WS-COURSE-STATUS = 'R'
018540                 MOVE 'N' TO WS-CARD-OK-SW
018541                 MOVE 'COURSE RETIRED'
018542                     TO WS-REJECT-REASON
018543             WHEN OTHER
018544                 MOVE WS-COURSE-PREREQS TO WS-PREREQ-TABLE
018545         END-EVALUATE
018546     END-IF.
018547*=================================================================
018548*    2170-CHECK-ONE-PREREQ - THE STUDENT NEEDS A ROW FOR THE
018549*    PREREQUISITE COURSE GRADED A THROUGH D, IN THE CURRENT
018550*    TERMS OR IN THE ENROLLHIST ROWS TERMROLL HAS ARCHIVED
018551*=================================================================
018552 2170-CHECK-ONE-PREREQ.
018553     IF WS-PREREQ (WS-PREREQ-SUB) NOT = SPACES
018554         MOVE WS-PREREQ (WS-PREREQ-SUB) TO WS-PREREQ-CHECK-CODE
018555         MOVE EN-STUDENT-ID TO WS-STUDENT-CHECK-ID
018556         MOVE ZERO TO WS-PASSED-COUNT
018557   EXEC SQL
018558     SELECT COUNT(*)
018559       INTO :WS-PASSED-COUNT
018560       FROM ENROLLMENT
018561       WHERE STUDENT-ID = :WS-STUDENT-CHECK-ID
018562         AND COURSE-CODE = :WS-PREREQ-CHECK-CODE
018563         AND GRADE IN ('A ', 'A-', 'B+', 'B ', 'B-', 'C+',
018564                       'C ', 'C-', 'D+', 'D ')
018565   END-EXEC
018566         IF SQLCODE = 0
018567             AND WS-PASSED-COUNT = ZERO
018568   EXEC SQL
018569     SELECT COUNT(*)
018570       INTO :WS-PASSED-COUNT
018571       FROM ENROLLHIST
018572       WHERE STUDENT-ID = :WS-STUDENT-CHECK-ID
018573         AND COURSE-CODE = :WS-PREREQ-CHECK-CODE
018574         AND GRADE IN ('A ', 'A-', 'B+', 'B ', 'B-', 'C+',
018575                       'C ', 'C-', 'D+', 'D ')
018576   END-EXEC
018577         END-IF
018578         EVALUATE TRUE
018579             WHEN SQLCODE NOT = 0
018580                 MOVE 'N' TO WS-CARD-OK-SW
018581                 MOVE 'PREREQ LOOKUP SQL ERROR'
018582                     TO WS-REJECT-REASON
018583                 DISPLAY 'ENRLLOAD: SQLCODE=' SQLCODE
018584             WHEN WS-PASSED-COUNT = ZERO
018585                 MOVE 'N' TO WS-CARD-OK-SW
018586                 MOVE WS-PREREQ-CHECK-CODE
018587                     TO WS-PREREQ-REASON-CODE
018588                 MOVE WS-PREREQ-REASON TO WS-REJECT-REASON
018589             WHEN OTHER
018590                 CONTINUE
018591         END-EVALUATE
018592     END-IF.
018593*=================================================================
018594*    2180-CHECK-PRIOR-BALANCE - CHARGES LEFT UNPAID ON ANY OTHER
018595*    TERM'S STUACCT ROW BLOCK THE ENROLLMENT
018596*=================================================================
018597 2180-CHECK-PRIOR-BALANCE.
018598     MOVE EN-STUDENT-ID TO WS-STUDENT-CHECK-ID
018599     MOVE EN-TERM       TO WS-EN-TERM
018600     MOVE ZERO          TO WS-PRIOR-BALANCE
018601   EXEC SQL
018602     SELECT COALESCE(SUM(TERM-CHARGES - TERM-PAYMENTS), 0)
018603       INTO :WS-PRIOR-BALANCE
018604       FROM STUACCT
018605       WHERE STUDENT-ID = :WS-STUDENT-CHECK-ID
018606         AND TERM <> :WS-EN-TERM
018607   END-EXEC
018608     EVALUATE TRUE
018609         WHEN SQLCODE NOT = 0
018610             MOVE 'N' TO WS-CARD-OK-SW
018611             MOVE 'BALANCE LOOKUP SQL ERROR'
018612                 TO WS-REJECT-REASON
018613             DISPLAY 'ENRLLOAD: SQLCODE=' SQLCODE
018614         WHEN WS-PRIOR-BALANCE > ZERO
018615             MOVE 'N' TO WS-CARD-OK-SW
018616             MOVE 'UNPAID PRIOR-TERM BALANCE'
018617                 TO WS-REJECT-REASON
018618         WHEN OTHER
018619             CONTINUE
018620     END-EVALUATE.
018621*=================================================================
018622*    2200-INSERT-ENROLLMENT
018700*=================================================================
018800 2200-INSERT-ENROLLMENT.
018900     MOVE EN-STUDENT-ID TO WS-EN-STUDENT-ID
019000     MOVE EN-TEACHER-ID TO WS-EN-TEACHER-ID
019100     MOVE EN-TERM       TO WS-EN-TERM
019200     MOVE EN-STATUS     TO WS-EN-STATUS
019205     MOVE EN-COURSE-CODE TO WS-EN-COURSE-CODE
019210     IF EN-STATUS = 'A'
019220         PERFORM 2250-CHECK-CLASS-CAPACITY
019230     END-IF
019250         = WS-RUN-DATE * 100000 + WS-CARDS-READ
019300   EXEC SQL
019400     INSERT INTO ENROLLMENT
019410       (STUDENT-ID, TEACHER-ID, TERM, STATUS, LOAD-SEQ,
019420        COURSE-CODE)
019430       VALUES (:WS-EN-STUDENT-ID, :WS-EN-TEACHER-ID,
019440               :WS-EN-TERM, :WS-EN-STATUS, :WS-LOAD-SEQ,
019450               :WS-EN-COURSE-CODE)
019800   END-EXEC
019900     IF SQLCODE = 0
020000         ADD 1 TO WS-ROWS-INSERTED
020606     MOVE EN-STUDENT-ID TO WS-EN-STUDENT-ID
020607     MOVE EN-TEACHER-ID TO WS-EN-TEACHER-ID
020608     MOVE EN-TERM       TO WS-EN-TERM
020609     MOVE EN-COURSE-CODE TO WS-EN-COURSE-CODE
020610     MOVE WS-RUN-DATE   TO WS-EN-DROP-DATE
020611     IF EN-DROP-DATE-NUM NUMERIC
020612         AND EN-DROP-DATE-NUM > ZERO
020613         MOVE EN-DROP-DATE-NUM TO WS-EN-DROP-DATE
020614     END-IF
020615   EXEC SQL
020616     UPDATE ENROLLMENT
020617       SET STATUS = 'D',
020618           DROP-DATE = :WS-EN-DROP-DATE
020619       WHERE STUDENT-ID = :WS-EN-STUDENT-ID
020620         AND TEACHER-ID = :WS-EN-TEACHER-ID
020621         AND TERM = :WS-EN-TERM
020622         AND COURSE-CODE = :WS-EN-COURSE-CODE
020623         AND (STATUS = 'A' OR STATUS = 'W')
020624   END-EXEC
020625     EVALUATE TRUE
020626         WHEN SQLCODE = 0
020627             ADD 1 TO WS-ROWS-DROPPED
020628         WHEN SQLCODE = 100
020629             MOVE 'N' TO WS-CARD-OK-SW
020630             MOVE 'NO OPEN ROW TO DROP'
020631                 TO WS-REJECT-REASON
020632         WHEN OTHER
020633             MOVE 'N' TO WS-CARD-OK-SW
020634             MOVE 'DROP UPDATE FAILED'
020635                 TO WS-REJECT-REASON
020636             DISPLAY 'ENRLLOAD: DROP SQLCODE=' SQLCODE
020637     END-EVALUATE.
020638*=================================================================
020639*    2250-CHECK-CLASS-CAPACITY - A FULL CLASS TAKES THE CARD AS
020640*    A WAITLIST ROW IN CARD ORDER, NOT A 31ST ACTIVE SEAT
020641*=================================================================
020642 2250-CHECK-CLASS-CAPACITY.
020643     PERFORM 2260-FIND-ROOM-CAPACITY
020644     MOVE ZERO TO WS-ACTIVE-COUNT
020645   EXEC SQL
020646     SELECT COUNT(*)
020647       INTO :WS-ACTIVE-COUNT
020648       FROM ENROLLMENT
020649       WHERE TEACHER-ID = :WS-EN-TEACHER-ID
020650         AND TERM = :WS-EN-TERM
020651         AND COURSE-CODE = :WS-EN-COURSE-CODE
020652         AND STATUS = 'A'
020653   END-EXEC
020654     IF SQLCODE = 0
020655         AND WS-ACTIVE-COUNT >= WS-SEATS-ALLOWED
020656         MOVE 'W' TO WS-EN-STATUS
020657         ADD 1 TO WS-CARDS-WAITLISTED
020658         MOVE 'CLASS FULL, WAITLISTED'
020659             TO WS-REJECT-REASON
020660     END-IF.
020661*=================================================================
020662*    2260-FIND-ROOM-CAPACITY - THE SMALLEST ROOM THE CLASS MEETS
020663*    IN; THE FLAT CAPACITY WHEN IT IS NOT ON THE TIMETABLE
020664*=================================================================
020665 2260-FIND-ROOM-CAPACITY.
020666     MOVE WS-CLASS-CAPACITY TO WS-SEATS-ALLOWED
020667     MOVE ZERO TO WS-ROOM-SEATS
020668   EXEC SQL
020669     SELECT COALESCE(MIN(ROOM.ROOM-CAPACITY), 0)
020670       INTO :WS-ROOM-SEATS
020671       FROM SCHEDULE, ROOM
020672       WHERE SCHEDULE.ROOM-ID = ROOM.ROOM-ID
020673         AND SCHEDULE.TEACHER-ID = :WS-EN-TEACHER-ID
020674         AND SCHEDULE.TERM = :WS-EN-TERM
020675         AND SCHEDULE.COURSE-CODE = :WS-EN-COURSE-CODE
020676   END-EXEC
020677     IF SQLCODE = 0
020678         AND WS-ROOM-SEATS > ZERO
020679         MOVE WS-ROOM-SEATS TO WS-SEATS-ALLOWED
020680     END-IF.
020681*=================================================================
020800*    2900-WRITE-REGISTER-LINE
020900*=================================================================
021000 2900-WRITE-REGISTER-LINE.
