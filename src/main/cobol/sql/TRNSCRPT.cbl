001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 RSG   INITIAL VERSION - TRANSCRIPT REPORT PER
001200*                   STUDENT ACROSS TERMS.
001210*  2026-10-15 RSG   A COURSE LINE WITH THE CATALOG TITLE AND
001220*                   CREDITS NOW PRINTS UNDER EACH TERM LINE.
001230*  2026-10-15 RSG   THE TERM LINE NOW SHOWS THE ATTENDANCE
001240*                   PERCENTAGE FOR THE CLASS NEXT TO THE GRADE.
001300*=================================================================
001400*  ONE CURSOR OVER ENROLLMENT JOINED TO STUDENT, ORDERED BY
001500*  STUDENT THEN TERM, WITH A CONTROL BREAK PER STUDENT - THE
001600*  REGISTRAR'S ACTUAL RECORD OF WHAT HAPPENED IN EACH CLASS NOW
001700*  THAT GRADPOST PUTS THE GRADES ON THE TABLE.  ROWS WITH NO
001800*  GRADE YET PRINT AS IN PROGRESS.  UNDER EACH TERM LINE THE
001810*  COURSE LINE GIVES THE COURSE CODE WITH ITS TITLE AND CREDITS
001820*  FROM THE COURSE CATALOG; A ROW WITH NO COURSE CODE PRINTS AS
001830*  COURSE NOT RECORDED.
001840*  THE ATTENDANCE PERCENTAGE ON THE TERM LINE IS THE SHARE OF
001850*  THE CLASS DAYS MARKED ON THE ATTENDANCE TABLE (ATTDPOST
001860*  POSTS THEM) THAT THE STUDENT WAS PRESENT OR TARDY; A CLASS
001870*  WITH NO DAYS MARKED PRINTS N/A.
001900*=================================================================
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004300   EXEC SQL
004400     INCLUDE ENROLLMENT
004500   END-EXEC.
004510   EXEC SQL
004520     INCLUDE COURSE
004530   END-EXEC.
004540   EXEC SQL
004550     INCLUDE ATTENDANCE
004560   END-EXEC.
004600*=================================================================
004700   EXEC SQL BEGIN DECLARE SECTION
004800   END-EXEC.
005300         05 WS-TR-TEACHER-ID        PIC 9(10).
005400         05 WS-TR-STATUS            PIC X(1).
005500         05 WS-TR-GRADE             PIC X(2).
005510         05 WS-TR-COURSE-CODE       PIC X(8).
005520         05 WS-TR-COURSE-TITLE      PIC X(30).
005530         05 WS-TR-CREDITS           PIC 9(2)V9(1).
005540     01 WS-ATT-MARKED               PIC 9(5).
005550     01 WS-ATT-PRESENT              PIC 9(5).
005600   EXEC SQL END DECLARE SECTION
005700   END-EXEC.
005800*=================================================================
006300     05  WS-FIRST-ROW-SW            PIC X(1) VALUE 'Y'.
006400         88  WS-FIRST-ROW           VALUE 'Y'.
006500 01  WS-BREAK-STUDENT-ID            PIC 9(10) VALUE ZERO.
006510 01  WS-ATT-PERCENT                 PIC 9(3).
006600 01  WS-COUNTERS.
006700     05  WS-STUDENTS-LISTED         PIC 9(5) VALUE ZERO.
006800     05  WS-ROWS-LISTED             PIC 9(7) VALUE ZERO.
008100     05  TD-STATUS                  PIC X(1).
008200     05  FILLER                     PIC X(7)  VALUE ' GRADE '.
008300     05  TD-GRADE                   PIC X(11).
008301     05  FILLER                     PIC X(8)  VALUE ' ATTEND '.
008302     05  TD-ATTEND.
008303         10  TD-ATTEND-PCT          PIC ZZ9.
008304         10  TD-ATTEND-SIGN         PIC X(1).
008310 01  WS-COURSE-DETAIL.
008320     05  FILLER                     PIC X(11) VALUE SPACE.
008330     05  CD-COURSE-CODE             PIC X(8).
008340     05  FILLER                     PIC X(2)  VALUE SPACE.
008350     05  CD-COURSE-TITLE            PIC X(30).
008360     05  FILLER                     PIC X(10)
008370         VALUE '  CREDITS '.
008380     05  CD-CREDITS                 PIC Z9.9.
008400 PROCEDURE DIVISION.
008500*=================================================================
008600 0000-MAINLINE.
010900     DECLARE TRNSCUR CURSOR FOR
011000       SELECT ENROLLMENT.STUDENT-ID, STUDENT.STUDENT-NAME,
011100              ENROLLMENT.TERM, ENROLLMENT.TEACHER-ID,
011110              ENROLLMENT.STATUS, ENROLLMENT.GRADE,
011120              ENROLLMENT.COURSE-CODE,
011130              COALESCE(COURSE.COURSE-TITLE, ' '),
011140              COALESCE(COURSE.CREDITS, 0)
011150       FROM ENROLLMENT
011160         INNER JOIN STUDENT
011170           ON ENROLLMENT.STUDENT-ID = STUDENT.STUDENT-ID
011180         LEFT OUTER JOIN COURSE
011190           ON ENROLLMENT.COURSE-CODE = COURSE.COURSE-CODE
011500       ORDER BY ENROLLMENT.STUDENT-ID, ENROLLMENT.TERM
011600   END-EXEC
011700   EXEC SQL
012600     FETCH TRNSCUR
012700       INTO :WS-TR-STUDENT-ID, :WS-TR-STUDENT-NAME,
012800            :WS-TR-TERM, :WS-TR-TEACHER-ID,
012810            :WS-TR-STATUS, :WS-TR-GRADE,
012820            :WS-TR-COURSE-CODE, :WS-TR-COURSE-TITLE,
012830            :WS-TR-CREDITS
013000   END-EXEC
013100     IF SQLCODE = 100
013200         MOVE 'Y' TO WS-EOC-SW
013300     END-IF.
013400*=================================================================
013500*    2000-LIST-ONE-ROW - STUDENT HEADING AT EVERY BREAK, ONE
013510*    TERM LINE AND ONE COURSE LINE PER ENROLLMENT ROW
013700*=================================================================
013800 2000-LIST-ONE-ROW.
013900     IF WS-FIRST-ROW
015500     ELSE
015600         MOVE WS-TR-GRADE   TO TD-GRADE
015700     END-IF
015710     PERFORM 2100-ATTENDANCE-PERCENT
015800     WRITE TRANS-LINE FROM WS-TERM-DETAIL
015900     ADD 1 TO WS-REPORT-LINES
015910     MOVE WS-TR-COURSE-CODE  TO CD-COURSE-CODE
015920     MOVE WS-TR-COURSE-TITLE TO CD-COURSE-TITLE
015930     MOVE WS-TR-CREDITS      TO CD-CREDITS
015940     IF WS-TR-COURSE-CODE = SPACES
015950         MOVE 'COURSE NOT RECORDED' TO CD-COURSE-TITLE
015960     END-IF
015970     WRITE TRANS-LINE FROM WS-COURSE-DETAIL
015980     ADD 1 TO WS-REPORT-LINES
016000     PERFORM 1100-FETCH-NEXT-ROW.
016001*=================================================================
016002*    2100-ATTENDANCE-PERCENT - PRESENT OR TARDY DAYS OVER ALL
016003*    DAYS MARKED FOR THE CLASS
016004*=================================================================
016005 2100-ATTENDANCE-PERCENT.
016006     MOVE ZERO TO WS-ATT-MARKED
016007     MOVE ZERO TO WS-ATT-PRESENT
016008   EXEC SQL
016009     SELECT COUNT(*),
016010            COALESCE(SUM(CASE WHEN STATUS IN ('P', 'T')
016011                              THEN 1 ELSE 0 END), 0)
016012       INTO :WS-ATT-MARKED, :WS-ATT-PRESENT
016013       FROM ATTENDANCE
016014       WHERE STUDENT-ID = :WS-TR-STUDENT-ID
016015         AND TEACHER-ID = :WS-TR-TEACHER-ID
016016         AND TERM = :WS-TR-TERM
016017         AND COURSE-CODE = :WS-TR-COURSE-CODE
016018   END-EXEC
016019     IF SQLCODE = 0
016020         AND WS-ATT-MARKED > ZERO
016021         COMPUTE WS-ATT-PERCENT ROUNDED
016022             = WS-ATT-PRESENT * 100 / WS-ATT-MARKED
016023         MOVE WS-ATT-PERCENT TO TD-ATTEND-PCT
016024         MOVE '%'            TO TD-ATTEND-SIGN
016025     ELSE
016026         MOVE ' N/A'         TO TD-ATTEND
016027     END-IF.
016100*=================================================================
016200*    3000-TERMINATE
016300*=================================================================
