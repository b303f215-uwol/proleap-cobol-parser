000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SCHDLOAD.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - CLASS SCHEDULE LOADER
001200*                   FROM TIMETABLE CARDS.
001300*=================================================================
001400*  LOADS THE SCHEDULE TABLE FROM THE TIMETABLE CARD DECK THAT
001500*  REPLACES THE WALL CHART.  ONE ROW SAYS THAT A CLASS (TERM,
001600*  TEACHER, COURSE) MEETS IN A ROOM IN ONE PERIOD OF THE DAY
001700*  ON THE DAYS GIVEN; A CLASS THAT MEETS IN MORE THAN ONE
001800*  PERIOD HAS A CARD FOR EACH.  MEET DAYS ARE FIVE COLUMNS,
001900*  MONDAY TO FRIDAY, EACH HOLDING ITS DAY LETTER (M T W R F)
002000*  OR A SPACE.  AN ADD CARD INSERTS THE ROW AFTER THE TEACHER,
002100*  COURSE AND ROOM ARE FOUND ON THEIR TABLES; A DELETE CARD
002200*  TAKES IT OFF AGAIN.  DOUBLE-BOOKINGS ARE NOT REJECTED HERE -
002300*  SCHDCONF REPORTS THEM OVER THE WHOLE TABLE.  EVERY CARD IS
002400*  ECHOED TO THE LOAD REGISTER WITH ITS DISPOSITION.
002500*=================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SCHDCARD-FILE ASSIGN TO 'SCHDCARD'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FC-SCHDCARD-STATUS.
003500     SELECT SCHDREG-RPT ASSIGN TO 'SCHDREG'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FC-SCHDREG-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SCHDCARD-FILE
004100     RECORD CONTAINS 80 CHARACTERS.
004200 01  SCHEDULE-CARD.
004300     05  SC-TRANS-TYPE              PIC X(1).
004400         88  SC-ADD                 VALUE 'A'.
004500         88  SC-DELETE              VALUE 'D'.
004600     05  SC-TERM                    PIC X(6).
004700     05  SC-TEACHER-ID              PIC 9(10).
004800     05  SC-COURSE-CODE             PIC X(8).
004900     05  SC-ROOM-ID                 PIC X(6).
005000     05  SC-MEET-DAYS               PIC X(5).
005100     05  SC-MEET-DAY-TABLE REDEFINES SC-MEET-DAYS.
005200         10  SC-MEET-DAY            PIC X(1) OCCURS 5 TIMES.
005300     05  SC-PERIOD                  PIC 9(2).
005400     05  FILLER                     PIC X(42).
005500 FD  SCHDREG-RPT
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  SCHDREG-LINE                   PIC X(80).
005800 WORKING-STORAGE SECTION.
005900*=================================================================
006000 COPY VERSTAMP.
006100   EXEC SQL
006200     INCLUDE SQLSCRIPT
006300   END-EXEC.
006400   EXEC SQL
006500     INCLUDE TEACHER
006600   END-EXEC.
006700   EXEC SQL
006800     INCLUDE COURSE
006900   END-EXEC.
007000   EXEC SQL
007100     INCLUDE ROOM
007200   END-EXEC.
007300   EXEC SQL
007400     INCLUDE SCHEDULE
007500   END-EXEC.
007600*=================================================================
007700   EXEC SQL BEGIN DECLARE SECTION
007800   END-EXEC.
007900     01 WS-SCHEDULE-REC.
008000         05 WS-SC-TERM              PIC X(6).
008100         05 WS-SC-TEACHER-ID        PIC 9(10).
008200         05 WS-SC-COURSE-CODE       PIC X(8).
008300         05 WS-SC-ROOM-ID           PIC X(6).
008400         05 WS-SC-MEET-DAYS         PIC X(5).
008500         05 WS-SC-PERIOD            PIC 9(2).
008600     01 WS-TEACHER-CHECK-ID         PIC 9(10).
008700     01 WS-COURSE-CHECK-CODE        PIC X(8).
008800     01 WS-COURSE-STATUS            PIC X(1).
008900     01 WS-ROOM-CHECK-ID            PIC X(6).
009000     01 WS-ROW-COUNT                PIC 9(5).
009100   EXEC SQL END DECLARE SECTION
009200   END-EXEC.
009300*=================================================================
009400 01  FC-STATUSES.
009500     05  FC-SCHDCARD-STATUS         PIC X(2).
009600     05  FC-SCHDREG-STATUS          PIC X(2).
009700 01  WS-SWITCHES.
009800     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009900         88  WS-EOF                 VALUE 'Y'.
010000     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
010100         88  WS-CARD-OK             VALUE 'Y'.
010200 01  WS-REJECT-REASON               PIC X(30).
010300*=================================================================
010400*    THE SCHOOL DAY AND THE SCHOOL WEEK
010500*=================================================================
010600 01  WS-PERIODS-PER-DAY             PIC 9(2) VALUE 8.
010700 01  WS-DAY-LETTERS                 PIC X(5) VALUE 'MTWRF'.
010800 01  WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTERS.
010900     05  WS-DAY-LETTER              PIC X(1) OCCURS 5 TIMES.
011000 01  WS-DAY-SUB                     PIC 9(1).
011100 01  WS-COUNTERS.
011200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
011300     05  WS-ROWS-INSERTED           PIC 9(5) VALUE ZERO.
011400     05  WS-ROWS-DELETED            PIC 9(5) VALUE ZERO.
011500     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
011600     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
011700 01  WS-REGISTER-DETAIL.
011800     05  FILLER                     PIC X(1)  VALUE SPACE.
011900     05  RG-TRANS-TYPE              PIC X(1).
012000     05  FILLER                     PIC X(1)  VALUE SPACE.
012100     05  RG-TERM                    PIC X(6).
012200     05  FILLER                     PIC X(1)  VALUE SPACE.
012300     05  RG-TEACHER-ID              PIC 9(10).
012400     05  FILLER                     PIC X(1)  VALUE SPACE.
012500     05  RG-COURSE-CODE             PIC X(8).
012600     05  FILLER                     PIC X(1)  VALUE SPACE.
012700     05  RG-ROOM-ID                 PIC X(6).
012800     05  FILLER                     PIC X(1)  VALUE SPACE.
012900     05  RG-MEET-DAYS               PIC X(5).
013000     05  FILLER                     PIC X(1)  VALUE SPACE.
013100     05  RG-PERIOD                  PIC X(2).
013200     05  FILLER                     PIC X(1)  VALUE SPACE.
013300     05  RG-DISPOSITION             PIC X(8).
013400     05  FILLER                     PIC X(1)  VALUE SPACE.
013500     05  RG-REASON                  PIC X(22).
013600 PROCEDURE DIVISION.
013700*=================================================================
013800 0000-MAINLINE.
013900     PERFORM 0900-DISPLAY-VERSION-STAMP
014000     PERFORM 1000-INITIALIZE
014100     PERFORM 2000-PROCESS-SCHEDULE-CARD
014200         UNTIL WS-EOF
014300     PERFORM 3000-TERMINATE
014400     PERFORM 9000-DISPLAY-VERSION-TRAILER
014500     STOP RUN.
014600*=================================================================
014700*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
014800*=================================================================
014900 0900-DISPLAY-VERSION-STAMP.
015000     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SCHDLOAD -'==
015100                             ==:PROGVERS:== BY =='Version 001'==.
015200*=================================================================
015300*    1000-INITIALIZE
015400*=================================================================
015500 1000-INITIALIZE.
015600     OPEN INPUT SCHDCARD-FILE
015700     IF FC-SCHDCARD-STATUS NOT = '00'
015800         MOVE 'Y' TO WS-EOF-SW
015900     END-IF
016000     OPEN OUTPUT SCHDREG-RPT
016100     PERFORM 1100-READ-NEXT-CARD.
016200*=================================================================
016300*    1100-READ-NEXT-CARD
016400*=================================================================
016500 1100-READ-NEXT-CARD.
016600     READ SCHDCARD-FILE
016700         AT END
016800             MOVE 'Y' TO WS-EOF-SW
016900     END-READ
017000     IF NOT WS-EOF
017100         ADD 1 TO WS-CARDS-READ
017200     END-IF.
017300*=================================================================
017400*    2000-PROCESS-SCHEDULE-CARD
017500*=================================================================
017600 2000-PROCESS-SCHEDULE-CARD.
017700     MOVE 'Y' TO WS-CARD-OK-SW
017800     MOVE SPACES TO WS-REJECT-REASON
017900     PERFORM 2100-EDIT-CARD
018000     IF WS-CARD-OK
018100         AND SC-ADD
018200         PERFORM 2200-EDIT-REFERENCES
018300     END-IF
018400     IF WS-CARD-OK
018500         IF SC-ADD
018600             PERFORM 2300-INSERT-SCHEDULE
018700         ELSE
018800             PERFORM 2400-DELETE-SCHEDULE
018900         END-IF
019000     END-IF
019100     PERFORM 2900-WRITE-REGISTER-LINE
019200     PERFORM 1100-READ-NEXT-CARD.
019300*=================================================================
019400*    2100-EDIT-CARD - FIELD EDITS ON THE CARD ITSELF
019500*=================================================================
019600 2100-EDIT-CARD.
019700     IF NOT SC-ADD
019800         AND NOT SC-DELETE
019900         MOVE 'N' TO WS-CARD-OK-SW
020000         MOVE 'INVALID TRANS TYPE'
020100             TO WS-REJECT-REASON
020200     END-IF
020300     IF WS-CARD-OK
020400         AND SC-TERM = SPACES
020500         MOVE 'N' TO WS-CARD-OK-SW
020600         MOVE 'TERM IS REQUIRED'
020700             TO WS-REJECT-REASON
020800     END-IF
020900     IF WS-CARD-OK
021000         AND (SC-TEACHER-ID NOT NUMERIC
021100              OR SC-TEACHER-ID = ZERO)
021200         MOVE 'N' TO WS-CARD-OK-SW
021300         MOVE 'TEACHER ID NOT NUMERIC'
021400             TO WS-REJECT-REASON
021500     END-IF
021600     IF WS-CARD-OK
021700         AND (SC-COURSE-CODE = SPACES
021800              OR SC-ROOM-ID = SPACES)
021900         MOVE 'N' TO WS-CARD-OK-SW
022000         MOVE 'COURSE AND ROOM NEEDED'
022100             TO WS-REJECT-REASON
022200     END-IF
022300     IF WS-CARD-OK
022400         AND (SC-PERIOD NOT NUMERIC
022500              OR SC-PERIOD = ZERO
022600              OR SC-PERIOD > WS-PERIODS-PER-DAY)
022700         MOVE 'N' TO WS-CARD-OK-SW
022800         MOVE 'PERIOD OUT OF RANGE'
022900             TO WS-REJECT-REASON
023000     END-IF
023100     IF WS-CARD-OK
023200         AND SC-MEET-DAYS = SPACES
023300         MOVE 'N' TO WS-CARD-OK-SW
023400         MOVE 'NO MEET DAYS'
023500             TO WS-REJECT-REASON
023600     END-IF
023700     IF WS-CARD-OK
023800         PERFORM 2150-EDIT-ONE-DAY
023900             VARYING WS-DAY-SUB FROM 1 BY 1
024000             UNTIL WS-DAY-SUB > 5
024100     END-IF.
024200*=================================================================
024300*    2150-EDIT-ONE-DAY - ITS OWN LETTER OR A SPACE
024400*=================================================================
024500 2150-EDIT-ONE-DAY.
024600     IF SC-MEET-DAY (WS-DAY-SUB) NOT = SPACE
024700         AND SC-MEET-DAY (WS-DAY-SUB)
024800             NOT = WS-DAY-LETTER (WS-DAY-SUB)
024900         MOVE 'N' TO WS-CARD-OK-SW
025000         MOVE 'MEET DAYS NOT MTWRF'
025100             TO WS-REJECT-REASON
025200     END-IF.
025300*=================================================================
025400*    2200-EDIT-REFERENCES - TEACHER, ACTIVE COURSE AND ROOM
025500*    MUST ALL BE ON THEIR TABLES
025600*=================================================================
025700 2200-EDIT-REFERENCES.
025800     MOVE SC-TEACHER-ID TO WS-TEACHER-CHECK-ID
025900   EXEC SQL
026000     SELECT TEACHER-ID
026100       INTO :WS-TEACHER-CHECK-ID
026200       FROM TEACHER
026300       WHERE TEACHER-ID = :WS-TEACHER-CHECK-ID
026400   END-EXEC
026500     EVALUATE TRUE
026600         WHEN SQLCODE = 100
026700             MOVE 'N' TO WS-CARD-OK-SW
026800             MOVE 'TEACHER NOT ON TABLE'
026900                 TO WS-REJECT-REASON
027000         WHEN SQLCODE NOT = 0
027100             MOVE 'N' TO WS-CARD-OK-SW
027200             MOVE 'TEACHER SQL ERROR'
027300                 TO WS-REJECT-REASON
027400             DISPLAY 'SCHDLOAD: SQLCODE=' SQLCODE
027500         WHEN OTHER
027600             CONTINUE
027700     END-EVALUATE
027800     IF WS-CARD-OK
027900         MOVE SC-COURSE-CODE TO WS-COURSE-CHECK-CODE
028000   EXEC SQL
028100     SELECT STATUS
028200       INTO :WS-COURSE-STATUS
028300       FROM COURSE
028400       WHERE COURSE-CODE = :WS-COURSE-CHECK-CODE
028500   END-EXEC
028600         EVALUATE TRUE
028700             WHEN SQLCODE = 100
028800                 MOVE 'N' TO WS-CARD-OK-SW
028900                 MOVE 'COURSE NOT ON TABLE'
029000                     TO WS-REJECT-REASON
029100             WHEN SQLCODE NOT = 0
029200                 MOVE 'N' TO WS-CARD-OK-SW
029300                 MOVE 'COURSE SQL ERROR'
029400                     TO WS-REJECT-REASON
029500                 DISPLAY 'SCHDLOAD: SQLCODE=' SQLCODE
029600             WHEN WS-COURSE-STATUS = 'R'
029700                 MOVE 'N' TO WS-CARD-OK-SW
029800                 MOVE 'COURSE RETIRED'
029900                     TO WS-REJECT-REASON
030000             WHEN OTHER
030100                 CONTINUE
030200         END-EVALUATE
030300     END-IF
030400     IF WS-CARD-OK
030500         MOVE SC-ROOM-ID TO WS-ROOM-CHECK-ID
030600   EXEC SQL
030700     SELECT ROOM-ID
030800       INTO :WS-ROOM-CHECK-ID
030900       FROM ROOM
031000       WHERE ROOM-ID = :WS-ROOM-CHECK-ID
031100   END-EXEC
031200         EVALUATE TRUE
031300             WHEN SQLCODE = 100
031400                 MOVE 'N' TO WS-CARD-OK-SW
031500                 MOVE 'ROOM NOT ON TABLE'
031600                     TO WS-REJECT-REASON
031700             WHEN SQLCODE NOT = 0
031800                 MOVE 'N' TO WS-CARD-OK-SW
031900                 MOVE 'ROOM SQL ERROR'
032000                     TO WS-REJECT-REASON
032100                 DISPLAY 'SCHDLOAD: SQLCODE=' SQLCODE
032200             WHEN OTHER
032300                 CONTINUE
032400         END-EVALUATE
032500     END-IF.
032600*=================================================================
032700*    2300-INSERT-SCHEDULE - ONE ROW PER CLASS, ROOM AND PERIOD
032800*=================================================================
032900 2300-INSERT-SCHEDULE.
033000     PERFORM 2500-MOVE-CARD-TO-ROW
033100     MOVE ZERO TO WS-ROW-COUNT
033200   EXEC SQL
033300     SELECT COUNT(*)
033400       INTO :WS-ROW-COUNT
033500       FROM SCHEDULE
033600       WHERE TERM = :WS-SC-TERM
033700         AND TEACHER-ID = :WS-SC-TEACHER-ID
033800         AND COURSE-CODE = :WS-SC-COURSE-CODE
033900         AND ROOM-ID = :WS-SC-ROOM-ID
034000         AND PERIOD = :WS-SC-PERIOD
034100   END-EXEC
034200     IF WS-ROW-COUNT > ZERO
034300         MOVE 'N' TO WS-CARD-OK-SW
034400         MOVE 'SCHEDULE ROW EXISTS'
034500             TO WS-REJECT-REASON
034600     ELSE
034700   EXEC SQL
034800     INSERT INTO SCHEDULE
034900       (TERM, TEACHER-ID, COURSE-CODE, ROOM-ID, MEET-DAYS,
035000        PERIOD)
035100       VALUES (:WS-SC-TERM, :WS-SC-TEACHER-ID,
035200               :WS-SC-COURSE-CODE, :WS-SC-ROOM-ID,
035300               :WS-SC-MEET-DAYS, :WS-SC-PERIOD)
035400   END-EXEC
035500         IF SQLCODE = 0
035600             ADD 1 TO WS-ROWS-INSERTED
035700         ELSE
035800             MOVE 'N' TO WS-CARD-OK-SW
035900             MOVE 'INSERT FAILED'
036000                 TO WS-REJECT-REASON
036100             DISPLAY 'SCHDLOAD: INSERT SQLCODE=' SQLCODE
036200         END-IF
036300     END-IF.
036400*=================================================================
036500*    2400-DELETE-SCHEDULE
036600*=================================================================
036700 2400-DELETE-SCHEDULE.
036800     PERFORM 2500-MOVE-CARD-TO-ROW
036900   EXEC SQL
037000     DELETE FROM SCHEDULE
037100       WHERE TERM = :WS-SC-TERM
037200         AND TEACHER-ID = :WS-SC-TEACHER-ID
037300         AND COURSE-CODE = :WS-SC-COURSE-CODE
037400         AND ROOM-ID = :WS-SC-ROOM-ID
037500         AND PERIOD = :WS-SC-PERIOD
037600   END-EXEC
037700     EVALUATE TRUE
037800         WHEN SQLCODE = 0
037900             ADD 1 TO WS-ROWS-DELETED
038000         WHEN SQLCODE = 100
038100             MOVE 'N' TO WS-CARD-OK-SW
038200             MOVE 'NO ROW TO DELETE'
038300                 TO WS-REJECT-REASON
038400         WHEN OTHER
038500             MOVE 'N' TO WS-CARD-OK-SW
038600             MOVE 'DELETE FAILED'
038700                 TO WS-REJECT-REASON
038800             DISPLAY 'SCHDLOAD: DELETE SQLCODE=' SQLCODE
038900     END-EVALUATE.
039000*=================================================================
039100*    2500-MOVE-CARD-TO-ROW
039200*=================================================================
039300 2500-MOVE-CARD-TO-ROW.
039400     MOVE SC-TERM        TO WS-SC-TERM
039500     MOVE SC-TEACHER-ID  TO WS-SC-TEACHER-ID
039600     MOVE SC-COURSE-CODE TO WS-SC-COURSE-CODE
039700     MOVE SC-ROOM-ID     TO WS-SC-ROOM-ID
039800     MOVE SC-MEET-DAYS   TO WS-SC-MEET-DAYS
039900     MOVE SC-PERIOD      TO WS-SC-PERIOD.
040000*=================================================================
040100*    2900-WRITE-REGISTER-LINE
040200*=================================================================
040300 2900-WRITE-REGISTER-LINE.
040400     MOVE SC-TRANS-TYPE              TO RG-TRANS-TYPE
040500     MOVE SC-TERM                    TO RG-TERM
040600     MOVE SC-TEACHER-ID              TO RG-TEACHER-ID
040700     MOVE SC-COURSE-CODE             TO RG-COURSE-CODE
040800     MOVE SC-ROOM-ID                 TO RG-ROOM-ID
040900     MOVE SC-MEET-DAYS               TO RG-MEET-DAYS
041000     MOVE SC-PERIOD                  TO RG-PERIOD
041100     MOVE WS-REJECT-REASON           TO RG-REASON
041200     IF WS-CARD-OK
041300         MOVE 'ACCEPTED'             TO RG-DISPOSITION
041400     ELSE
041500         ADD 1 TO WS-CARDS-REJECTED
041600         MOVE 'REJECTED'             TO RG-DISPOSITION
041700     END-IF
041800     WRITE SCHDREG-LINE FROM WS-REGISTER-DETAIL
041900     ADD 1 TO WS-REGISTER-LINES.
042000*=================================================================
042100*    3000-TERMINATE
042200*=================================================================
042300 3000-TERMINATE.
042400   EXEC SQL
042500     COMMIT WORK
042600   END-EXEC
042700     CLOSE SCHDCARD-FILE
042800     CLOSE SCHDREG-RPT
042900     DISPLAY 'SCHDLOAD: CARDS READ     = ' WS-CARDS-READ
043000     DISPLAY 'SCHDLOAD: ROWS INSERTED  = ' WS-ROWS-INSERTED
043100     DISPLAY 'SCHDLOAD: ROWS DELETED   = ' WS-ROWS-DELETED
043200     DISPLAY 'SCHDLOAD: CARDS REJECTED = ' WS-CARDS-REJECTED.
043300*=================================================================
043400*=================================================================
043500*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
043600*=================================================================
043700 9000-DISPLAY-VERSION-TRAILER.
043800     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SCHDLOAD -'==
043900                             ==:LINECOUNT:== BY
044000                                 WS-REGISTER-LINES.
