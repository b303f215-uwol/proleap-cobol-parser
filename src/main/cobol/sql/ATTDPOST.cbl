000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    ATTDPOST.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - DAILY ATTENDANCE POSTING
001200*                   FROM THE ATTENDANCE CARD DECK.
001300*=================================================================
001400*  POSTS THE DAY'S ATTENDANCE CARDS TO THE ATTENDANCE TABLE.
001500*  ONE CARD IS ONE STUDENT IN ONE CLASS (TEACHER, TERM AND
001600*  COURSE) ON ONE DATE, WITH A STATUS OF P(RESENT),
001700*  E (ABSENT-EXCUSED), U (ABSENT-UNEXCUSED) OR T(ARDY).  THE
001800*  CARD IS EDITED - STUDENT ID NUMERIC, STATUS VALID, DATE A
001900*  REAL DATE NOT AFTER TODAY - AND THE STUDENT MUST HOLD AN
002000*  ACTIVE ENROLLMENT ROW FOR THE CLASS, SO A DROPPED OR
002100*  WAITLISTED STUDENT CANNOT BE MARKED.  A SECOND CARD FOR THE
002200*  SAME STUDENT, CLASS AND DATE IS A CORRECTION: IT REPLACES
002300*  THE STATUS ALREADY POSTED RATHER THAN ADDING A ROW, SO A
002400*  LATE NOTE FROM HOME CAN TURN A U INTO AN E.  EVERY CARD IS
002500*  ECHOED TO THE POSTING REGISTER WITH ITS DISPOSITION.
002600*  TRUANRPT AND TRNSCRPT READ THE TABLE BACK.
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ATTDCARD-FILE ASSIGN TO 'ATTDCARD'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS FC-ATTDCARD-STATUS.
003700     SELECT ATTDREG-RPT ASSIGN TO 'ATTDREG'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FC-ATTDREG-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ATTDCARD-FILE
004300     RECORD CONTAINS 80 CHARACTERS.
004400 01  ATTEND-CARD.
004500     05  AC-STUDENT-ID              PIC 9(10).
004600     05  AC-TEACHER-ID              PIC 9(10).
004700     05  AC-TERM                    PIC X(6).
004800     05  AC-COURSE-CODE             PIC X(8).
004900     05  AC-ATT-DATE                PIC 9(8).
005000     05  AC-ATT-DATE-PARTS REDEFINES AC-ATT-DATE.
005100         10  AC-ATT-YEAR            PIC 9(4).
005200         10  AC-ATT-MONTH           PIC 9(2).
005300         10  AC-ATT-DAY             PIC 9(2).
005400     05  AC-STATUS                  PIC X(1).
005500         88  AC-STATUS-VALID        VALUE 'P' 'E' 'U' 'T'.
005600     05  FILLER                     PIC X(37).
005700 FD  ATTDREG-RPT
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  ATTDREG-LINE                   PIC X(80).
006000 WORKING-STORAGE SECTION.
006100*=================================================================
006200 COPY VERSTAMP.
006300   EXEC SQL
006400     INCLUDE SQLSCRIPT
006500   END-EXEC.
006600   EXEC SQL
006700     INCLUDE ENROLLMENT
006800   END-EXEC.
006900   EXEC SQL
007000     INCLUDE ATTENDANCE
007100   END-EXEC.
007200*=================================================================
007300   EXEC SQL BEGIN DECLARE SECTION
007400   END-EXEC.
007500     01 WS-ATTEND-REC.
007600         05 WS-AT-STUDENT-ID        PIC 9(10).
007700         05 WS-AT-TEACHER-ID        PIC 9(10).
007800         05 WS-AT-TERM              PIC X(6).
007900         05 WS-AT-COURSE-CODE       PIC X(8).
008000         05 WS-AT-ATT-DATE          PIC 9(8).
008100         05 WS-AT-STATUS            PIC X(1).
008200         05 WS-AT-POST-DATE         PIC 9(8).
008300     01 WS-ACTIVE-COUNT             PIC 9(5).
008400     01 WS-POSTED-STATUS            PIC X(1).
008500   EXEC SQL END DECLARE SECTION
008600   END-EXEC.
008700*=================================================================
008800 01  FC-STATUSES.
008900     05  FC-ATTDCARD-STATUS         PIC X(2).
009000     05  FC-ATTDREG-STATUS          PIC X(2).
009100 01  WS-SWITCHES.
009200     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009300         88  WS-EOF                 VALUE 'Y'.
009400     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
009500         88  WS-CARD-OK             VALUE 'Y'.
009600     05  WS-ROW-ON-TABLE-SW         PIC X(1) VALUE 'N'.
009700         88  WS-ROW-ON-TABLE        VALUE 'Y'.
009800 01  WS-REJECT-REASON               PIC X(30).
009900 01  WS-DISPOSITION                 PIC X(9).
010000 01  WS-RUN-DATE                    PIC 9(8) VALUE ZERO.
010100 01  WS-COUNTERS.
010200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
010300     05  WS-ROWS-INSERTED           PIC 9(5) VALUE ZERO.
010400     05  WS-ROWS-CORRECTED          PIC 9(5) VALUE ZERO.
010500     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
010600     05  WS-PRESENT-POSTED          PIC 9(5) VALUE ZERO.
010700     05  WS-EXCUSED-POSTED          PIC 9(5) VALUE ZERO.
010800     05  WS-UNEXCUSED-POSTED        PIC 9(5) VALUE ZERO.
010900     05  WS-TARDY-POSTED            PIC 9(5) VALUE ZERO.
011000     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
011100 01  WS-REGISTER-DETAIL.
011200     05  FILLER                     PIC X(1)  VALUE SPACE.
011300     05  RG-STUDENT-ID              PIC 9(10).
011400     05  FILLER                     PIC X(1)  VALUE SPACE.
011500     05  RG-TEACHER-ID              PIC 9(10).
011600     05  FILLER                     PIC X(1)  VALUE SPACE.
011700     05  RG-TERM                    PIC X(6).
011800     05  FILLER                     PIC X(1)  VALUE SPACE.
011900     05  RG-COURSE-CODE             PIC X(8).
012000     05  FILLER                     PIC X(1)  VALUE SPACE.
012100     05  RG-ATT-DATE                PIC 9(8).
012200     05  FILLER                     PIC X(1)  VALUE SPACE.
012300     05  RG-STATUS                  PIC X(1).
012400     05  FILLER                     PIC X(1)  VALUE SPACE.
012500     05  RG-DISPOSITION             PIC X(9).
012600     05  FILLER                     PIC X(1)  VALUE SPACE.
012700     05  RG-REASON                  PIC X(20).
012800 PROCEDURE DIVISION.
012900*=================================================================
013000 0000-MAINLINE.
013100     PERFORM 0900-DISPLAY-VERSION-STAMP
013200     PERFORM 1000-INITIALIZE
013300     PERFORM 2000-PROCESS-ATTEND-CARD
013400         UNTIL WS-EOF
013500     PERFORM 3000-TERMINATE
013600     PERFORM 9000-DISPLAY-VERSION-TRAILER
013700     STOP RUN.
013800*=================================================================
013900*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
014000*=================================================================
014100 0900-DISPLAY-VERSION-STAMP.
014200     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='ATTDPOST -'==
014300                             ==:PROGVERS:== BY =='Version 001'==.
014400*=================================================================
014500*    1000-INITIALIZE
014600*=================================================================
014700 1000-INITIALIZE.
014800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014900     OPEN INPUT ATTDCARD-FILE
015000     IF FC-ATTDCARD-STATUS NOT = '00'
015100         MOVE 'Y' TO WS-EOF-SW
015200     END-IF
015300     OPEN OUTPUT ATTDREG-RPT
015400     PERFORM 1100-READ-NEXT-CARD.
015500*=================================================================
015600*    1100-READ-NEXT-CARD
015700*=================================================================
015800 1100-READ-NEXT-CARD.
015900     READ ATTDCARD-FILE
016000         AT END
016100             MOVE 'Y' TO WS-EOF-SW
016200     END-READ
016300     IF NOT WS-EOF
016400         ADD 1 TO WS-CARDS-READ
016500     END-IF.
016600*=================================================================
016700*    2000-PROCESS-ATTEND-CARD
016800*=================================================================
016900 2000-PROCESS-ATTEND-CARD.
017000     MOVE 'Y' TO WS-CARD-OK-SW
017100     MOVE SPACES TO WS-REJECT-REASON
017200     MOVE SPACES TO WS-DISPOSITION
017300     PERFORM 2100-EDIT-CARD
017400     IF WS-CARD-OK
017500         PERFORM 2200-CHECK-ENROLLMENT
017600     END-IF
017700     IF WS-CARD-OK
017800         PERFORM 2300-FIND-POSTED-ROW
017900     END-IF
018000     IF WS-CARD-OK
018100         IF WS-ROW-ON-TABLE
018200             PERFORM 2500-CORRECT-ATTENDANCE
018300         ELSE
018400             PERFORM 2400-INSERT-ATTENDANCE
018500         END-IF
018600     END-IF
018700     IF WS-CARD-OK
018800         PERFORM 2600-COUNT-BY-STATUS
018900     END-IF
019000     PERFORM 2900-WRITE-REGISTER-LINE
019100     PERFORM 1100-READ-NEXT-CARD.
019200*=================================================================
019300*    2100-EDIT-CARD - FIELD EDITS; THE DATE MUST BE A CALENDAR
019400*    DATE AND NOT LATER THAN THE RUN DATE
019500*=================================================================
019600 2100-EDIT-CARD.
019700     IF AC-STUDENT-ID NOT NUMERIC
019800         OR AC-STUDENT-ID = ZERO
019900         MOVE 'N' TO WS-CARD-OK-SW
020000         MOVE 'STUDENT ID NOT NUMERIC'
020100             TO WS-REJECT-REASON
020200     END-IF
020300     IF WS-CARD-OK
020400         AND (AC-TEACHER-ID NOT NUMERIC
020500              OR AC-TEACHER-ID = ZERO)
020600         MOVE 'N' TO WS-CARD-OK-SW
020700         MOVE 'TEACHER ID NOT NUMERIC'
020800             TO WS-REJECT-REASON
020900     END-IF
021000     IF WS-CARD-OK
021100         AND (AC-TERM = SPACES
021200              OR AC-COURSE-CODE = SPACES)
021300         MOVE 'N' TO WS-CARD-OK-SW
021400         MOVE 'TERM AND COURSE REQUIRED'
021500             TO WS-REJECT-REASON
021600     END-IF
021700     IF WS-CARD-OK
021800         AND NOT AC-STATUS-VALID
021900         MOVE 'N' TO WS-CARD-OK-SW
022000         MOVE 'STATUS NOT P, E, U OR T'
022100             TO WS-REJECT-REASON
022200     END-IF
022300     IF WS-CARD-OK
022400         IF AC-ATT-DATE NOT NUMERIC
022500             OR AC-ATT-MONTH < 1 OR AC-ATT-MONTH > 12
022600             OR AC-ATT-DAY < 1 OR AC-ATT-DAY > 31
022700             MOVE 'N' TO WS-CARD-OK-SW
022800             MOVE 'ATTENDANCE DATE INVALID'
022900                 TO WS-REJECT-REASON
023000         ELSE
023100             IF AC-ATT-DATE > WS-RUN-DATE
023200                 MOVE 'N' TO WS-CARD-OK-SW
023300                 MOVE 'ATTENDANCE DATE IN FUTURE'
023400                     TO WS-REJECT-REASON
023500             END-IF
023600         END-IF
023700     END-IF.
023800*=================================================================
023900*    2200-CHECK-ENROLLMENT - THE STUDENT MUST HOLD THE CLASS'S
024000*    ACTIVE ROW; DROPPED AND WAITLISTED ROWS DO NOT COUNT
024100*=================================================================
024200 2200-CHECK-ENROLLMENT.
024300     PERFORM 2700-MOVE-CARD-TO-ROW
024400     MOVE ZERO TO WS-ACTIVE-COUNT
024500   EXEC SQL
024600     SELECT COUNT(*)
024700       INTO :WS-ACTIVE-COUNT
024800       FROM ENROLLMENT
024900       WHERE STUDENT-ID = :WS-AT-STUDENT-ID
025000         AND TEACHER-ID = :WS-AT-TEACHER-ID
025100         AND TERM = :WS-AT-TERM
025200         AND COURSE-CODE = :WS-AT-COURSE-CODE
025300         AND STATUS = 'A'
025400   END-EXEC
025500     EVALUATE TRUE
025600         WHEN SQLCODE NOT = 0
025700             MOVE 'N' TO WS-CARD-OK-SW
025800             MOVE 'ENROLLMENT LOOKUP SQL ERROR'
025900                 TO WS-REJECT-REASON
026000             DISPLAY 'ATTDPOST: SQLCODE=' SQLCODE
026100         WHEN WS-ACTIVE-COUNT = ZERO
026200             MOVE 'N' TO WS-CARD-OK-SW
026300             MOVE 'NO ACTIVE ENROLLMENT'
026400                 TO WS-REJECT-REASON
026500         WHEN OTHER
026600             CONTINUE
026700     END-EVALUATE.
026800*=================================================================
026900*    2300-FIND-POSTED-ROW - ALREADY MARKED FOR THIS DATE?
027000*=================================================================
027100 2300-FIND-POSTED-ROW.
027200     MOVE 'N' TO WS-ROW-ON-TABLE-SW
027300   EXEC SQL
027400     SELECT STATUS
027500       INTO :WS-POSTED-STATUS
027600       FROM ATTENDANCE
027700       WHERE STUDENT-ID = :WS-AT-STUDENT-ID
027800         AND TEACHER-ID = :WS-AT-TEACHER-ID
027900         AND TERM = :WS-AT-TERM
028000         AND COURSE-CODE = :WS-AT-COURSE-CODE
028100         AND ATT-DATE = :WS-AT-ATT-DATE
028200   END-EXEC
028300     EVALUATE TRUE
028400         WHEN SQLCODE = 0
028500             MOVE 'Y' TO WS-ROW-ON-TABLE-SW
028600         WHEN SQLCODE = 100
028700             CONTINUE
028800         WHEN OTHER
028900             MOVE 'N' TO WS-CARD-OK-SW
029000             MOVE 'ATTENDANCE LOOKUP SQL ERROR'
029100                 TO WS-REJECT-REASON
029200             DISPLAY 'ATTDPOST: SQLCODE=' SQLCODE
029300     END-EVALUATE.
029400*=================================================================
029500*    2400-INSERT-ATTENDANCE
029600*=================================================================
029700 2400-INSERT-ATTENDANCE.
029800   EXEC SQL
029900     INSERT INTO ATTENDANCE
030000       (STUDENT-ID, TEACHER-ID, TERM, COURSE-CODE, ATT-DATE,
030100        STATUS, POST-DATE)
030200       VALUES (:WS-AT-STUDENT-ID, :WS-AT-TEACHER-ID,
030300               :WS-AT-TERM, :WS-AT-COURSE-CODE,
030400               :WS-AT-ATT-DATE, :WS-AT-STATUS,
030500               :WS-AT-POST-DATE)
030600   END-EXEC
030700     IF SQLCODE = 0
030800         ADD 1 TO WS-ROWS-INSERTED
030900         MOVE 'POSTED'    TO WS-DISPOSITION
031000     ELSE
031100         MOVE 'N' TO WS-CARD-OK-SW
031200         MOVE 'INSERT FAILED'
031300             TO WS-REJECT-REASON
031400         DISPLAY 'ATTDPOST: INSERT SQLCODE=' SQLCODE
031500     END-IF.
031600*=================================================================
031700*    2500-CORRECT-ATTENDANCE - REPLACES THE STATUS ON THE ROW
031800*    ALREADY POSTED; THE OLD STATUS GOES ON THE REGISTER
031900*=================================================================
032000 2500-CORRECT-ATTENDANCE.
032100   EXEC SQL
032200     UPDATE ATTENDANCE
032300       SET STATUS = :WS-AT-STATUS,
032400           POST-DATE = :WS-AT-POST-DATE
032500       WHERE STUDENT-ID = :WS-AT-STUDENT-ID
032600         AND TEACHER-ID = :WS-AT-TEACHER-ID
032700         AND TERM = :WS-AT-TERM
032800         AND COURSE-CODE = :WS-AT-COURSE-CODE
032900         AND ATT-DATE = :WS-AT-ATT-DATE
033000   END-EXEC
033100     IF SQLCODE = 0
033200         ADD 1 TO WS-ROWS-CORRECTED
033300         MOVE 'CORRECTED' TO WS-DISPOSITION
033400         MOVE 'WAS STATUS'   TO WS-REJECT-REASON
033500         MOVE WS-POSTED-STATUS TO WS-REJECT-REASON (12:1)
033600     ELSE
033700         MOVE 'N' TO WS-CARD-OK-SW
033800         MOVE 'CORRECTION FAILED'
033900             TO WS-REJECT-REASON
034000         DISPLAY 'ATTDPOST: UPDATE SQLCODE=' SQLCODE
034100     END-IF.
034200*=================================================================
034300*    2600-COUNT-BY-STATUS
034400*=================================================================
034500 2600-COUNT-BY-STATUS.
034600     EVALUATE AC-STATUS
034700         WHEN 'P'
034800             ADD 1 TO WS-PRESENT-POSTED
034900         WHEN 'E'
035000             ADD 1 TO WS-EXCUSED-POSTED
035100         WHEN 'U'
035200             ADD 1 TO WS-UNEXCUSED-POSTED
035300         WHEN 'T'
035400             ADD 1 TO WS-TARDY-POSTED
035500     END-EVALUATE.
035600*=================================================================
035700*    2700-MOVE-CARD-TO-ROW
035800*=================================================================
035900 2700-MOVE-CARD-TO-ROW.
036000     MOVE AC-STUDENT-ID  TO WS-AT-STUDENT-ID
036100     MOVE AC-TEACHER-ID  TO WS-AT-TEACHER-ID
036200     MOVE AC-TERM        TO WS-AT-TERM
036300     MOVE AC-COURSE-CODE TO WS-AT-COURSE-CODE
036400     MOVE AC-ATT-DATE    TO WS-AT-ATT-DATE
036500     MOVE AC-STATUS      TO WS-AT-STATUS
036600     MOVE WS-RUN-DATE    TO WS-AT-POST-DATE.
036700*=================================================================
036800*    2900-WRITE-REGISTER-LINE
036900*=================================================================
037000 2900-WRITE-REGISTER-LINE.
037100     MOVE AC-STUDENT-ID              TO RG-STUDENT-ID
037200     MOVE AC-TEACHER-ID              TO RG-TEACHER-ID
037300     MOVE AC-TERM                    TO RG-TERM
037400     MOVE AC-COURSE-CODE             TO RG-COURSE-CODE
037500     MOVE AC-ATT-DATE                TO RG-ATT-DATE
037600     MOVE AC-STATUS                  TO RG-STATUS
037700     MOVE WS-REJECT-REASON           TO RG-REASON
037800     IF WS-CARD-OK
037900         MOVE WS-DISPOSITION         TO RG-DISPOSITION
038000     ELSE
038100         ADD 1 TO WS-CARDS-REJECTED
038200         MOVE 'REJECTED'             TO RG-DISPOSITION
038300     END-IF
038400     WRITE ATTDREG-LINE FROM WS-REGISTER-DETAIL
038500     ADD 1 TO WS-REGISTER-LINES.
038600*=================================================================
038700*    3000-TERMINATE
038800*=================================================================
038900 3000-TERMINATE.
039000   EXEC SQL
039100     COMMIT WORK
039200   END-EXEC
039300     CLOSE ATTDCARD-FILE
039400     CLOSE ATTDREG-RPT
039500     DISPLAY 'ATTDPOST: CARDS READ     = ' WS-CARDS-READ
039600     DISPLAY 'ATTDPOST: ROWS INSERTED  = ' WS-ROWS-INSERTED
039700     DISPLAY 'ATTDPOST: ROWS CORRECTED = ' WS-ROWS-CORRECTED
039800     DISPLAY 'ATTDPOST: CARDS REJECTED = ' WS-CARDS-REJECTED
039900     DISPLAY 'ATTDPOST: PRESENT        = ' WS-PRESENT-POSTED
040000     DISPLAY 'ATTDPOST: ABSENT-EXCUSED = ' WS-EXCUSED-POSTED
040100     DISPLAY 'ATTDPOST: ABSENT-UNEXC   = '
040200         WS-UNEXCUSED-POSTED
040300     DISPLAY 'ATTDPOST: TARDY          = ' WS-TARDY-POSTED.
040400*=================================================================
040500*=================================================================
040600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
040700*=================================================================
040800 9000-DISPLAY-VERSION-TRAILER.
040900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='ATTDPOST -'==
041000                             ==:LINECOUNT:== BY
041100                                 WS-REGISTER-LINES.
