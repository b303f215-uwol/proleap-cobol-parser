001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 RSG   INITIAL VERSION - CLASS-ROSTER REPORT OVER
001200*                   THE NEW ENROLLMENT TABLE.
001210*  2026-10-15 RSG   EACH CLASS NOW PRINTS BY COURSE - A COURSE
001220*                   LINE WITH THE CATALOG TITLE AND CREDITS
001230*                   HEADS THE STUDENTS ENROLLED IN IT.
001300*=================================================================
001400*  EXTENDS TCHRPT'S TEACHER CURSOR: FOR EACH TEACHER A SECOND
001500*  CURSOR LISTS THE ACTIVE ENROLLMENT ROWS JOINED TO STUDENT
001700*  AND AN OVER/UNDER-CAPACITY FLAG AGAINST THE CAPACITY TABLE
001800*  KEPT PER WS-TEACHER-DEPT (DEFAULT 30 SEATS).  THE REGISTRAR
001900*  FINALLY GETS CLASS LISTS OFF THE DATABASE INSTEAD OF PAPER.
001910*  WITHIN A TEACHER THE STUDENTS COME IN COURSE ORDER, AND EACH
001920*  NEW COURSE GETS A LINE WITH ITS TITLE AND CREDITS FROM THE
001930*  COURSE CATALOG.  ROWS LOADED BEFORE ENRLLOAD TOOK A COURSE
001940*  CODE PRINT UNDER A COURSE NOT RECORDED LINE.
002000*=================================================================
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004700   EXEC SQL
004800     INCLUDE ENROLLMENT
004900   END-EXEC.
004910   EXEC SQL
004920     INCLUDE COURSE
004930   END-EXEC.
005000*=================================================================
005100   EXEC SQL BEGIN DECLARE SECTION
005200   END-EXEC.
005800         05 WS-EN-STUDENT-ID        PIC 9(10).
005900         05 WS-EN-STUDENT-NAME      PIC X(30).
006000         05 WS-EN-TERM              PIC X(6).
006010         05 WS-EN-COURSE-CODE       PIC X(8).
006020         05 WS-EN-COURSE-TITLE      PIC X(30).
006030         05 WS-EN-CREDITS           PIC 9(2)V9(1).
006100   EXEC SQL END DECLARE SECTION
006200   END-EXEC.
006300*=================================================================
007800 01  WS-DEFAULT-SEATS               PIC 9(3) VALUE 30.
007900 01  WS-SEATS-ALLOWED               PIC 9(3).
008000 01  WS-CLASS-SIZE                  PIC 9(3).
008010 01  WS-PREV-COURSE-CODE            PIC X(8).
008100 01  WS-COUNTERS.
008200     05  WS-TEACHERS-LISTED         PIC 9(5) VALUE ZERO.
008300     05  WS-STUDENTS-LISTED         PIC 9(7) VALUE ZERO.
009600     05  SD-STUDENT-NAME            PIC X(30).
009700     05  FILLER                     PIC X(2)  VALUE SPACE.
009800     05  SD-TERM                    PIC X(6).
009810 01  WS-COURSE-HEAD-LINE.
009820     05  FILLER                     PIC X(2)  VALUE SPACE.
009830     05  CH-COURSE-CODE             PIC X(8).
009840     05  FILLER                     PIC X(2)  VALUE SPACE.
009850     05  CH-COURSE-TITLE            PIC X(30).
009860     05  FILLER                     PIC X(10)
009870         VALUE '  CREDITS '.
009880     05  CH-CREDITS                 PIC Z9.9.
009900 01  WS-CLASS-SIZE-LINE.
010000     05  FILLER                     PIC X(12)
010100         VALUE ' CLASS SIZE='.
016700     ADD 1 TO WS-REPORT-LINES
016800     MOVE ZERO TO WS-CLASS-SIZE
016900     MOVE 'N' TO WS-ENRL-EOC-SW
016910     MOVE HIGH-VALUES TO WS-PREV-COURSE-CODE
017000   EXEC SQL
017100     DECLARE ENRLCUR CURSOR FOR
017110       SELECT ENROLLMENT.STUDENT-ID, STUDENT.STUDENT-NAME,
017120              ENROLLMENT.TERM, ENROLLMENT.COURSE-CODE,
017130              COALESCE(COURSE.COURSE-TITLE, ' '),
017140              COALESCE(COURSE.CREDITS, 0)
017150       FROM ENROLLMENT
017160         INNER JOIN STUDENT
017170           ON ENROLLMENT.STUDENT-ID = STUDENT.STUDENT-ID
017180         LEFT OUTER JOIN COURSE
017190           ON ENROLLMENT.COURSE-CODE = COURSE.COURSE-CODE
017200       WHERE ENROLLMENT.TEACHER-ID = :WS-TEACHER-ID
017210         AND ENROLLMENT.STATUS = 'A'
017220       ORDER BY ENROLLMENT.COURSE-CODE, ENROLLMENT.STUDENT-ID
017900   END-EXEC
018000   EXEC SQL
018100     OPEN ENRLCUR
019500   EXEC SQL
019600     FETCH ENRLCUR
019700       INTO :WS-EN-STUDENT-ID, :WS-EN-STUDENT-NAME,
019710            :WS-EN-TERM, :WS-EN-COURSE-CODE,
019720            :WS-EN-COURSE-TITLE, :WS-EN-CREDITS
019900   END-EXEC
020000     IF SQLCODE = 100
020100         MOVE 'Y' TO WS-ENRL-EOC-SW
020400*    2200-LIST-ONE-STUDENT
020500*=================================================================
020600 2200-LIST-ONE-STUDENT.
020610     IF WS-EN-COURSE-CODE NOT = WS-PREV-COURSE-CODE
020620         PERFORM 2250-WRITE-COURSE-HEAD
020630     END-IF
020700     ADD 1 TO WS-CLASS-SIZE
020800     ADD 1 TO WS-STUDENTS-LISTED
020900     MOVE WS-EN-STUDENT-ID          TO SD-STUDENT-ID
021200     WRITE ROSTER-LINE FROM WS-STUDENT-DETAIL
021300     ADD 1 TO WS-REPORT-LINES
021400     PERFORM 2100-FETCH-NEXT-STUDENT.
021405*=================================================================
021410*    2250-WRITE-COURSE-HEAD - TITLE AND CREDITS FROM THE CATALOG
021415*=================================================================
021420 2250-WRITE-COURSE-HEAD.
021425     MOVE WS-EN-COURSE-CODE         TO WS-PREV-COURSE-CODE
021430     MOVE WS-EN-COURSE-CODE         TO CH-COURSE-CODE
021435     MOVE WS-EN-COURSE-TITLE        TO CH-COURSE-TITLE
021440     MOVE WS-EN-CREDITS             TO CH-CREDITS
021445     IF WS-EN-COURSE-CODE = SPACES
021450         MOVE 'COURSE NOT RECORDED'  TO CH-COURSE-TITLE
021455     END-IF
021460     WRITE ROSTER-LINE FROM WS-COURSE-HEAD-LINE
021465     ADD 1 TO WS-REPORT-LINES.
021500*=================================================================
021600*    2300-WRITE-CLASS-SIZE - CAPACITY FLAG PER DEPARTMENT
021700*=================================================================
