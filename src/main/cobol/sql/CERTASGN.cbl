000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    CERTASGN.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - TEACHING ASSIGNMENTS
001200*                   WITHOUT A CURRENT CERTIFICATION.
001300*=================================================================
001400*  LISTS EVERY CLASS IN THE TERM - A TEACHER AND COURSE WITH AT
001500*  LEAST ONE ACTIVE ENROLLMENT ROW - WHOSE TEACHER HOLDS NO
001600*  CURRENT CERTIFICATE FOR THE COURSE'S DEPARTMENT, SO THE
001700*  OFFICE CATCHES IT BEFORE THE STATE INSPECTOR DOES.  A
001800*  CERTIFICATE IS CURRENT WHEN ITS STATUS IS A AND THE AS-OF
001900*  DATE FALLS BETWEEN ITS ISSUE AND EXPIRY DATES.  EACH LINE
002000*  SAYS WHY - NO CERTIFICATE ON FILE, REVOKED, EXPIRED (WITH
002100*  THE DATE) OR NOT YET VALID - AND CARRIES THE CLASS'S
002200*  ENROLLED HEADCOUNT.  IN COURSE-DEPARTMENT ORDER.  RC=4 WHEN
002300*  ANY CLASS IS LISTED.
002400*  CONTROL CARD CERTACTL:
002500*    COLS  1- 6  TERM                      (REQUIRED)
002600*    COLS  8-15  AS-OF DATE YYYYMMDD       (BLANK - RUN DATE)
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ASGN-CTL ASSIGN TO 'CERTACTL'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS FC-CTL-STATUS.
003700     SELECT ASGN-RPT ASSIGN TO 'CERTASGN'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FC-ASGN-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ASGN-CTL
004300     RECORD CONTAINS 80 CHARACTERS.
004400 01  ASGN-CTL-CARD.
004500     05  AC-TERM                    PIC X(6).
004600     05  FILLER                     PIC X(1).
004700     05  AC-AS-OF-DATE              PIC X(8).
004800     05  AC-AS-OF-DATE-NUM REDEFINES AC-AS-OF-DATE
004900                                    PIC 9(8).
005000     05  FILLER                     PIC X(65).
005100 FD  ASGN-RPT
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  ASGN-LINE                      PIC X(80).
005400 WORKING-STORAGE SECTION.
005500*=================================================================
005600 COPY VERSTAMP.
005700   EXEC SQL
005800     INCLUDE SQLSCRIPT
005900   END-EXEC.
006000   EXEC SQL
006100     INCLUDE ENROLLMENT
006200   END-EXEC.
006300   EXEC SQL
006400     INCLUDE TEACHER
006500   END-EXEC.
006600   EXEC SQL
006700     INCLUDE COURSE
006800   END-EXEC.
006900   EXEC SQL
007000     INCLUDE CERTIFICATION
007100   END-EXEC.
007200*=================================================================
007300   EXEC SQL BEGIN DECLARE SECTION
007400   END-EXEC.
007500     01 WS-CLASS-REC.
007600         05 WS-CL-COURSE-DEPT       PIC X(10).
007700         05 WS-CL-TEACHER-ID        PIC 9(10).
007800         05 WS-CL-TEACHER-NAME      PIC X(30).
007900         05 WS-CL-COURSE-CODE       PIC X(8).
008000         05 WS-CL-ENROLLED          PIC 9(5).
008100     01 WS-CERT-STATUS              PIC X(1).
008200     01 WS-CERT-ISSUE-DATE          PIC 9(8).
008300     01 WS-CERT-EXPIRY-DATE         PIC 9(8).
008400     01 WS-CTL-TERM                 PIC X(6).
008500     01 WS-AS-OF-DATE               PIC 9(8).
008600   EXEC SQL END DECLARE SECTION
008700   END-EXEC.
008800*=================================================================
008900 01  FC-STATUSES.
009000     05  FC-CTL-STATUS              PIC X(2).
009100     05  FC-ASGN-STATUS             PIC X(2).
009200 01  WS-SWITCHES.
009300     05  WS-EOC-SW                  PIC X(1) VALUE 'N'.
009400         88  WS-END-OF-CURSOR       VALUE 'Y'.
009500     05  WS-CTL-OK-SW               PIC X(1) VALUE 'N'.
009600         88  WS-CTL-OK              VALUE 'Y'.
009700 01  WS-EXPIRED-REASON.
009800     05  FILLER                     PIC X(8)  VALUE 'EXPIRED '.
009900     05  WS-ER-EXPIRY-DATE          PIC 9(8).
010000 01  WS-COUNTERS.
010100     05  WS-CLASSES-LISTED          PIC 9(5) VALUE ZERO.
010200     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
010300 01  WS-HEAD-LINE.
010400     05  FILLER                     PIC X(40)
010500         VALUE ' UNCERTIFIED TEACHING ASSIGNMENTS  TERM '.
010600     05  HL-TERM                    PIC X(6).
010700     05  FILLER                     PIC X(8)  VALUE '  AS OF '.
010800     05  HL-AS-OF-DATE              PIC 9(8).
010900 01  WS-COLUMN-LINE.
011000     05  FILLER                     PIC X(40)
011100         VALUE ' DEPT       TEACHER    NAME             '.
011200     05  FILLER                     PIC X(35)
011300         VALUE '  COURSE   ENRL REASON'.
011400 01  WS-ASGN-DETAIL.
011500     05  FILLER                     PIC X(1)  VALUE SPACE.
011600     05  AD-COURSE-DEPT             PIC X(10).
011700     05  FILLER                     PIC X(1)  VALUE SPACE.
011800     05  AD-TEACHER-ID              PIC 9(10).
011900     05  FILLER                     PIC X(1)  VALUE SPACE.
012000     05  AD-TEACHER-NAME            PIC X(18).
012100     05  FILLER                     PIC X(1)  VALUE SPACE.
012200     05  AD-COURSE-CODE             PIC X(8).
012300     05  FILLER                     PIC X(1)  VALUE SPACE.
012400     05  AD-ENROLLED                PIC ZZZ9.
012500     05  FILLER                     PIC X(1)  VALUE SPACE.
012600     05  AD-REASON                  PIC X(20).
012700 01  WS-TOTAL-LINE.
012800     05  FILLER                     PIC X(30)
012900         VALUE ' UNCERTIFIED CLASSES LISTED   '.
013000     05  TL-CLASSES                 PIC ZZZZ9.
013100 PROCEDURE DIVISION.
013200*=================================================================
013300 0000-MAINLINE.
013400     PERFORM 0900-DISPLAY-VERSION-STAMP
013500     PERFORM 1000-INITIALIZE
013600     IF WS-CTL-OK
013700         PERFORM 2000-LIST-ONE-CLASS
013800             UNTIL WS-END-OF-CURSOR
013900     END-IF
014000     PERFORM 3000-TERMINATE
014100     PERFORM 9000-DISPLAY-VERSION-TRAILER
014200     STOP RUN.
014300*=================================================================
014400*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
014500*=================================================================
014600 0900-DISPLAY-VERSION-STAMP.
014700     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='CERTASGN -'==
014800                             ==:PROGVERS:== BY =='Version 001'==.
014900*=================================================================
015000*    1000-INITIALIZE - CONTROL CARD, HEADINGS AND THE CURSOR OF
015100*    CLASSES WITH NO CURRENT CERTIFICATE BEHIND THEM
015200*=================================================================
015300 1000-INITIALIZE.
015400     OPEN OUTPUT ASGN-RPT
015500     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
015600     PERFORM 1200-READ-CONTROL-CARD
015700     IF NOT WS-CTL-OK
015800         MOVE 12 TO RETURN-CODE
015900     ELSE
016000         MOVE WS-CTL-TERM   TO HL-TERM
016100         MOVE WS-AS-OF-DATE TO HL-AS-OF-DATE
016200         WRITE ASGN-LINE FROM WS-HEAD-LINE
016300         WRITE ASGN-LINE FROM WS-COLUMN-LINE
016400         ADD 2 TO WS-REPORT-LINES
016500   EXEC SQL
016600     DECLARE CASGNCUR CURSOR FOR
016700       SELECT COURSE.COURSE-DEPT, ENROLLMENT.TEACHER-ID,
016800              TEACHER.TEACHER-NAME, ENROLLMENT.COURSE-CODE,
016900              COUNT(*)
017000       FROM ENROLLMENT, TEACHER, COURSE
017100       WHERE ENROLLMENT.TERM = :WS-CTL-TERM
017200         AND ENROLLMENT.STATUS = 'A'
017300         AND TEACHER.TEACHER-ID = ENROLLMENT.TEACHER-ID
017400         AND COURSE.COURSE-CODE = ENROLLMENT.COURSE-CODE
017500         AND NOT EXISTS
017600             (SELECT CERTIFICATION.TEACHER-ID
017700                FROM CERTIFICATION
017800                WHERE CERTIFICATION.TEACHER-ID =
017900                          ENROLLMENT.TEACHER-ID
018000                  AND CERTIFICATION.SUBJECT-AREA =
018100                          COURSE.COURSE-DEPT
018200                  AND CERTIFICATION.STATUS = 'A'
018300                  AND CERTIFICATION.ISSUE-DATE
018400                          <= :WS-AS-OF-DATE
018500                  AND CERTIFICATION.EXPIRY-DATE
018600                          >= :WS-AS-OF-DATE)
018700       GROUP BY COURSE.COURSE-DEPT, ENROLLMENT.TEACHER-ID,
018800                TEACHER.TEACHER-NAME, ENROLLMENT.COURSE-CODE
018900       ORDER BY COURSE.COURSE-DEPT, ENROLLMENT.TEACHER-ID,
019000                ENROLLMENT.COURSE-CODE
019100   END-EXEC
019200   EXEC SQL
019300     OPEN CASGNCUR
019400   END-EXEC
019500         PERFORM 1100-FETCH-NEXT-CLASS
019600     END-IF.
019700*=================================================================
019800*    1100-FETCH-NEXT-CLASS
019900*=================================================================
020000 1100-FETCH-NEXT-CLASS.
020100   EXEC SQL
020200     FETCH CASGNCUR
020300       INTO :WS-CL-COURSE-DEPT, :WS-CL-TEACHER-ID,
020400            :WS-CL-TEACHER-NAME, :WS-CL-COURSE-CODE,
020500            :WS-CL-ENROLLED
020600   END-EXEC
020700     IF SQLCODE NOT = 0
020800         IF SQLCODE NOT = 100
020900             DISPLAY 'CERTASGN: FETCH SQLCODE=' SQLCODE
021000         END-IF
021100         MOVE 'Y' TO WS-EOC-SW
021200     END-IF.
021300*=================================================================
021400*    1200-READ-CONTROL-CARD - TERM REQUIRED; A BLANK AS-OF DATE
021500*    KEEPS THE RUN DATE
021600*=================================================================
021700 1200-READ-CONTROL-CARD.
021800     OPEN INPUT ASGN-CTL
021900     IF FC-CTL-STATUS = '00'
022000         READ ASGN-CTL
022100             AT END
022200                 DISPLAY 'CERTASGN: NO CONTROL CARD'
022300             NOT AT END
022400                 PERFORM 1210-EDIT-CONTROL-CARD
022500         END-READ
022600     ELSE
022700         DISPLAY 'CERTASGN: UNABLE TO OPEN CERTACTL, STATUS='
022800             FC-CTL-STATUS
022900     END-IF
023000     CLOSE ASGN-CTL.
023100*=================================================================
023200*    1210-EDIT-CONTROL-CARD
023300*=================================================================
023400 1210-EDIT-CONTROL-CARD.
023500     IF AC-TERM = SPACES
023600         DISPLAY 'CERTASGN: BLANK TERM ON CARD'
023700     ELSE
023800         MOVE 'Y' TO WS-CTL-OK-SW
023900         MOVE AC-TERM TO WS-CTL-TERM
024000     END-IF
024100     IF AC-AS-OF-DATE NOT = SPACES
024200         IF AC-AS-OF-DATE-NUM NUMERIC
024300             MOVE AC-AS-OF-DATE-NUM TO WS-AS-OF-DATE
024400         ELSE
024500             DISPLAY 'CERTASGN: AS-OF DATE NOT NUMERIC - '
024600                 'RUN DATE USED'
024700         END-IF
024800     END-IF.
024900*=================================================================
025000*    2000-LIST-ONE-CLASS
025100*=================================================================
025200 2000-LIST-ONE-CLASS.
025300     PERFORM 2100-FIND-CERT-REASON
025400     MOVE WS-CL-COURSE-DEPT  TO AD-COURSE-DEPT
025500     MOVE WS-CL-TEACHER-ID   TO AD-TEACHER-ID
025600     MOVE WS-CL-TEACHER-NAME TO AD-TEACHER-NAME
025700     MOVE WS-CL-COURSE-CODE  TO AD-COURSE-CODE
025800     MOVE WS-CL-ENROLLED     TO AD-ENROLLED
025900     WRITE ASGN-LINE FROM WS-ASGN-DETAIL
026000     ADD 1 TO WS-REPORT-LINES
026100     ADD 1 TO WS-CLASSES-LISTED
026200     PERFORM 1100-FETCH-NEXT-CLASS.
026300*=================================================================
026400*    2100-FIND-CERT-REASON - WHAT THE TABLE HOLDS FOR THE
026500*    TEACHER IN THE COURSE'S DEPARTMENT, IF ANYTHING
026600*=================================================================
026700 2100-FIND-CERT-REASON.
026800   EXEC SQL
026900     SELECT STATUS, ISSUE-DATE, EXPIRY-DATE
027000       INTO :WS-CERT-STATUS, :WS-CERT-ISSUE-DATE,
027100            :WS-CERT-EXPIRY-DATE
027200       FROM CERTIFICATION
027300       WHERE TEACHER-ID   = :WS-CL-TEACHER-ID
027400         AND SUBJECT-AREA = :WS-CL-COURSE-DEPT
027500   END-EXEC
027600     EVALUATE TRUE
027700         WHEN SQLCODE = 100
027800             MOVE 'NO CERTIFICATE'    TO AD-REASON
027900         WHEN SQLCODE NOT = 0
028000             MOVE 'CERT SQL ERROR'    TO AD-REASON
028100             DISPLAY 'CERTASGN: SQLCODE=' SQLCODE
028200         WHEN WS-CERT-STATUS = 'R'
028300             MOVE 'REVOKED'           TO AD-REASON
028400         WHEN WS-CERT-EXPIRY-DATE < WS-AS-OF-DATE
028500             MOVE WS-CERT-EXPIRY-DATE TO WS-ER-EXPIRY-DATE
028600             MOVE WS-EXPIRED-REASON   TO AD-REASON
028700         WHEN OTHER
028800             MOVE 'NOT YET VALID'     TO AD-REASON
028900     END-EVALUATE.
029000*=================================================================
029100*    3000-TERMINATE
029200*=================================================================
029300 3000-TERMINATE.
029400     IF WS-CTL-OK
029500   EXEC SQL
029600     CLOSE CASGNCUR
029700   END-EXEC
029800         MOVE WS-CLASSES-LISTED TO TL-CLASSES
029900         WRITE ASGN-LINE FROM WS-TOTAL-LINE
030000         ADD 1 TO WS-REPORT-LINES
030100         IF WS-CLASSES-LISTED > ZERO
030200             MOVE 4 TO RETURN-CODE
030300         END-IF
030400     END-IF
030500     CLOSE ASGN-RPT
030600     DISPLAY 'CERTASGN: UNCERTIFIED CLASSES = '
030700         WS-CLASSES-LISTED.
030800*=================================================================
030900*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
031000*=================================================================
031100 9000-DISPLAY-VERSION-TRAILER.
031200     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='CERTASGN -'==
031300                             ==:LINECOUNT:== BY
031400                                 WS-REPORT-LINES.
