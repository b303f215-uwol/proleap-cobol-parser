000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    CRSMAINT.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - AUDITED COURSE CATALOG
001200*                   MAINTENANCE ON THE TCHMAINT PATTERN.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR THE COURSE CATALOG TABLE - ONE
001500*  ROW PER COURSE WITH ITS TITLE, CREDITS, DEPARTMENT AND UP TO
001600*  THREE PREREQUISITE COURSES - SO AN ENROLLMENT ROW CAN SAY
001700*  WHICH COURSE A TEACHER'S CLASS IS AND ENRLLOAD CAN HOLD A
001800*  STUDENT TO ITS PREREQUISITES.  AN ADD CARD INSERTS WITH
001900*  STATUS A, A CHANGE CARD REPLACES TITLE, CREDITS, DEPARTMENT
002000*  AND PREREQUISITES, AND A DELETE CARD RETIRES THE ROW TO
002100*  STATUS R SO OLD TRANSCRIPTS KEEP THEIR TITLES.  EVERY
002200*  PREREQUISITE MUST ALREADY BE IN THE CATALOG AND MAY NOT BE
002300*  THE COURSE ITSELF.  EVERY CHANGE WRITES BEFORE AND AFTER
002400*  IMAGE LINES IN THE TCHMAINT TRANSACTION-LOG FORMAT, AND THE
002500*  RUN PRINTS A MAINTENANCE REGISTER.
002600*=================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CRSCARD-FILE ASSIGN TO 'CRSCARD'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FC-CRSCARD-STATUS.
003600     SELECT TXN-LOG ASSIGN TO 'CRSLOG'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FC-TXN-LOG-STATUS.
003900     SELECT CRSREG-RPT ASSIGN TO 'CRSREG'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FC-CRSREG-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CRSCARD-FILE
004500     RECORD CONTAINS 80 CHARACTERS.
004600 01  COURSE-CARD.
004700     05  CC-TRANS-TYPE              PIC X(1).
004800         88  CC-ADD                 VALUE 'A'.
004900         88  CC-CHANGE              VALUE 'C'.
005000         88  CC-DELETE              VALUE 'D'.
005100     05  CC-COURSE-CODE             PIC X(8).
005200     05  CC-COURSE-TITLE            PIC X(30).
005300     05  CC-CREDITS                 PIC 9(2)V9(1).
005400     05  CC-COURSE-DEPT             PIC X(10).
005500     05  CC-PREREQS.
005600         10  CC-PREREQ-1            PIC X(8).
005700         10  CC-PREREQ-2            PIC X(8).
005800         10  CC-PREREQ-3            PIC X(8).
005900     05  CC-PREREQ-TABLE REDEFINES CC-PREREQS.
006000         10  CC-PREREQ              PIC X(8) OCCURS 3 TIMES.
006100     05  FILLER                     PIC X(4).
006200 FD  TXN-LOG
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  TXN-LOG-LINE                   PIC X(80).
006500 FD  CRSREG-RPT
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  CRSREG-LINE                    PIC X(80).
006800 WORKING-STORAGE SECTION.
006900*=================================================================
007000 COPY VERSTAMP.
007100   EXEC SQL
007200     INCLUDE SQLSCRIPT
007300   END-EXEC.
007400   EXEC SQL
007500     INCLUDE COURSE
007600   END-EXEC.
007700*=================================================================
007800   EXEC SQL BEGIN DECLARE SECTION
007900   END-EXEC.
008000     01 WS-COURSE-REC.
008100         05 WS-COURSE-CODE          PIC X(8).
008200         05 WS-COURSE-TITLE         PIC X(30).
008300         05 WS-COURSE-CREDITS       PIC 9(2)V9(1).
008400         05 WS-COURSE-DEPT          PIC X(10).
008500         05 WS-PREREQ-1             PIC X(8).
008600         05 WS-PREREQ-2             PIC X(8).
008700         05 WS-PREREQ-3             PIC X(8).
008800         05 WS-COURSE-STATUS        PIC X(1).
008900     01 WS-PREREQ-CHECK-CODE        PIC X(8).
009000   EXEC SQL END DECLARE SECTION
009100   END-EXEC.
009200*=================================================================
009300 01  FC-STATUSES.
009400     05  FC-CRSCARD-STATUS          PIC X(2).
009500     05  FC-TXN-LOG-STATUS          PIC X(2).
009600     05  FC-CRSREG-STATUS           PIC X(2).
009700 01  WS-SWITCHES.
009800     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009900         88  WS-EOF                 VALUE 'Y'.
010000     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
010100         88  WS-CARD-OK             VALUE 'Y'.
010200     05  WS-ROW-ON-TABLE-SW         PIC X(1) VALUE 'N'.
010300         88  WS-ROW-ON-TABLE        VALUE 'Y'.
010400 01  WS-REJECT-REASON               PIC X(30).
010500 01  WS-PREREQ-SUB                  PIC 9(1).
010600 01  WS-BEFORE-IMAGE.
010700     05  WS-BEFORE-TITLE            PIC X(30).
010800     05  WS-BEFORE-STATUS           PIC X(1).
010900*=================================================================
011000*    TRANSACTION-LOG DETAIL - THE SAME LAYOUT TCHMAINT WRITES,
011100*    THE COURSE CODE IN THE ID COLUMNS AND THE TITLE IMAGE IN
011200*    THE TRAILING BYTES
011300*=================================================================
011400 01  WS-TXN-LOG-DETAIL.
011500     05  WS-TXN-LOG-ID              PIC X(10).
011600     05  FILLER                     PIC X(1)  VALUE SPACE.
011700     05  WS-TXN-LOG-RESULT          PIC X(10).
011800     05  FILLER                     PIC X(1)  VALUE SPACE.
011900     05  WS-TXN-LOG-SQLCODE         PIC S9(9).
012000     05  FILLER                     PIC X(1)  VALUE SPACE.
012100     05  WS-TXN-LOG-DATE            PIC 9(8).
012200     05  FILLER                     PIC X(1)  VALUE SPACE.
012300     05  WS-TXN-LOG-TIME            PIC 9(6).
012400     05  FILLER                     PIC X(1)  VALUE SPACE.
012500     05  WS-TXN-LOG-IMAGE           PIC X(30).
012600 01  WS-COUNTERS.
012700     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
012800     05  WS-INSERTS-APPLIED         PIC 9(5) VALUE ZERO.
012900     05  WS-UPDATES-APPLIED         PIC 9(5) VALUE ZERO.
013000     05  WS-RETIRES-APPLIED         PIC 9(5) VALUE ZERO.
013100     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
013200     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
013300 01  WS-REGISTER-DETAIL.
013400     05  FILLER                     PIC X(1)  VALUE SPACE.
013500     05  RG-TRANS-TYPE              PIC X(1).
013600     05  FILLER                     PIC X(2)  VALUE SPACE.
013700     05  RG-COURSE-CODE             PIC X(8).
013800     05  FILLER                     PIC X(2)  VALUE SPACE.
013900     05  RG-COURSE-TITLE            PIC X(30).
014000     05  FILLER                     PIC X(2)  VALUE SPACE.
014100     05  RG-DISPOSITION             PIC X(8).
014200     05  FILLER                     PIC X(2)  VALUE SPACE.
014300     05  RG-REASON                  PIC X(24).
014400 PROCEDURE DIVISION.
014500*=================================================================
014600 0000-MAINLINE.
014700     PERFORM 0900-DISPLAY-VERSION-STAMP
014800     PERFORM 1000-INITIALIZE
014900     PERFORM 2000-PROCESS-COURSE-CARD
015000         UNTIL WS-EOF
015100     PERFORM 3000-TERMINATE
015200     PERFORM 9000-DISPLAY-VERSION-TRAILER
015300     STOP RUN.
015400*=================================================================
015500*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
015600*=================================================================
015700 0900-DISPLAY-VERSION-STAMP.
015800     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='CRSMAINT -'==
015900                             ==:PROGVERS:== BY =='Version 001'==.
016000*=================================================================
016100*    1000-INITIALIZE
016200*=================================================================
016300 1000-INITIALIZE.
016400     OPEN INPUT CRSCARD-FILE
016500     IF FC-CRSCARD-STATUS NOT = '00'
016600         MOVE 'Y' TO WS-EOF-SW
016700     END-IF
016800     OPEN OUTPUT TXN-LOG
016900     OPEN OUTPUT CRSREG-RPT
017000     PERFORM 1100-READ-NEXT-CARD.
017100*=================================================================
017200*    1100-READ-NEXT-CARD
017300*=================================================================
017400 1100-READ-NEXT-CARD.
017500     READ CRSCARD-FILE
017600         AT END
017700             MOVE 'Y' TO WS-EOF-SW
017800     END-READ
017900     IF NOT WS-EOF
018000         ADD 1 TO WS-CARDS-READ
018100     END-IF.
018200*=================================================================
018300*    2000-PROCESS-COURSE-CARD
018400*=================================================================
018500 2000-PROCESS-COURSE-CARD.
018600     MOVE 'Y' TO WS-CARD-OK-SW
018700     MOVE SPACES TO WS-REJECT-REASON
018800     PERFORM 2050-FETCH-BEFORE-IMAGE
018900     EVALUATE TRUE
019000         WHEN CC-ADD
019100             PERFORM 2100-APPLY-INSERT
019200         WHEN CC-CHANGE
019300             PERFORM 2200-APPLY-UPDATE
019400         WHEN CC-DELETE
019500             PERFORM 2300-APPLY-RETIRE
019600         WHEN OTHER
019700             MOVE 'N' TO WS-CARD-OK-SW
019800             MOVE 'INVALID TRANSACTION TYPE'
019900                 TO WS-REJECT-REASON
020000     END-EVALUATE
020100     PERFORM 2900-WRITE-REGISTER-LINE
020200     PERFORM 1100-READ-NEXT-CARD.
020300*=================================================================
020400*    2050-FETCH-BEFORE-IMAGE
020500*=================================================================
020600 2050-FETCH-BEFORE-IMAGE.
020700     MOVE 'N' TO WS-ROW-ON-TABLE-SW
020800     MOVE SPACES TO WS-BEFORE-IMAGE
020900     MOVE CC-COURSE-CODE TO WS-COURSE-CODE
021000   EXEC SQL
021100     SELECT COURSE-TITLE, STATUS
021200       INTO :WS-COURSE-TITLE, :WS-COURSE-STATUS
021300       FROM COURSE
021400       WHERE COURSE-CODE = :WS-COURSE-CODE
021500   END-EXEC
021600     IF SQLCODE = 0
021700         MOVE 'Y' TO WS-ROW-ON-TABLE-SW
021800         MOVE WS-COURSE-TITLE  TO WS-BEFORE-TITLE
021900         MOVE WS-COURSE-STATUS TO WS-BEFORE-STATUS
022000     END-IF.
022100*=================================================================
022200*    2100-APPLY-INSERT
022300*=================================================================
022400 2100-APPLY-INSERT.
022500     PERFORM 2400-EDIT-CARD-FIELDS
022600     IF WS-CARD-OK
022700         AND WS-ROW-ON-TABLE
022800         MOVE 'N' TO WS-CARD-OK-SW
022900         MOVE 'COURSE ALREADY ON TABLE'
023000             TO WS-REJECT-REASON
023100     END-IF
023200     IF WS-CARD-OK
023300         PERFORM 2500-MOVE-CARD-TO-ROW
023400         MOVE 'A'             TO WS-COURSE-STATUS
023500   EXEC SQL
023600     INSERT INTO COURSE
023700       (COURSE-CODE, COURSE-TITLE, CREDITS, COURSE-DEPT,
023800        PREREQ-1, PREREQ-2, PREREQ-3, STATUS)
023900       VALUES (:WS-COURSE-CODE, :WS-COURSE-TITLE,
024000               :WS-COURSE-CREDITS, :WS-COURSE-DEPT,
024100               :WS-PREREQ-1, :WS-PREREQ-2, :WS-PREREQ-3,
024200               :WS-COURSE-STATUS)
024300   END-EXEC
024400         IF SQLCODE = 0
024500             ADD 1 TO WS-INSERTS-APPLIED
024600             PERFORM 2800-WRITE-AUDIT-IMAGES
024700         ELSE
024800             MOVE 'N' TO WS-CARD-OK-SW
024900             MOVE 'INSERT FAILED'
025000                 TO WS-REJECT-REASON
025100         END-IF
025200     END-IF.
025300*=================================================================
025400*    2200-APPLY-UPDATE
025500*=================================================================
025600 2200-APPLY-UPDATE.
025700     PERFORM 2400-EDIT-CARD-FIELDS
025800     IF WS-CARD-OK
025900         AND NOT WS-ROW-ON-TABLE
026000         MOVE 'N' TO WS-CARD-OK-SW
026100         MOVE 'COURSE NOT ON TABLE'
026200             TO WS-REJECT-REASON
026300     END-IF
026400     IF WS-CARD-OK
026500         PERFORM 2500-MOVE-CARD-TO-ROW
026600   EXEC SQL
026700     UPDATE COURSE
026800       SET COURSE-TITLE = :WS-COURSE-TITLE,
026900           CREDITS      = :WS-COURSE-CREDITS,
027000           COURSE-DEPT  = :WS-COURSE-DEPT,
027100           PREREQ-1     = :WS-PREREQ-1,
027200           PREREQ-2     = :WS-PREREQ-2,
027300           PREREQ-3     = :WS-PREREQ-3
027400       WHERE COURSE-CODE = :WS-COURSE-CODE
027500   END-EXEC
027600         IF SQLCODE = 0
027700             ADD 1 TO WS-UPDATES-APPLIED
027800             PERFORM 2800-WRITE-AUDIT-IMAGES
027900         ELSE
028000             MOVE 'N' TO WS-CARD-OK-SW
028100             MOVE 'UPDATE FAILED'
028200                 TO WS-REJECT-REASON
028300         END-IF
028400     END-IF.
028500*=================================================================
028600*    2300-APPLY-RETIRE - LOGICAL: STATUS GOES TO R, THE ROW
028700*    STAYS FOR THE TRANSCRIPTS THAT NAME IT
028800*=================================================================
028900 2300-APPLY-RETIRE.
029000     IF NOT WS-ROW-ON-TABLE
029100         MOVE 'N' TO WS-CARD-OK-SW
029200         MOVE 'COURSE NOT ON TABLE'
029300             TO WS-REJECT-REASON
029400     END-IF
029500     IF WS-CARD-OK
029600         MOVE 'R' TO WS-COURSE-STATUS
029700   EXEC SQL
029800     UPDATE COURSE
029900       SET STATUS = :WS-COURSE-STATUS
030000       WHERE COURSE-CODE = :WS-COURSE-CODE
030100   END-EXEC
030200         IF SQLCODE = 0
030300             ADD 1 TO WS-RETIRES-APPLIED
030400             MOVE WS-BEFORE-TITLE TO WS-COURSE-TITLE
030500             PERFORM 2800-WRITE-AUDIT-IMAGES
030600         ELSE
030700             MOVE 'N' TO WS-CARD-OK-SW
030800             MOVE 'RETIRE FAILED'
030900                 TO WS-REJECT-REASON
031000         END-IF
031100     END-IF.
031200*=================================================================
031300*    2400-EDIT-CARD-FIELDS
031400*=================================================================
031500 2400-EDIT-CARD-FIELDS.
031600     IF CC-COURSE-CODE = SPACES
031700         MOVE 'N' TO WS-CARD-OK-SW
031800         MOVE 'COURSE CODE IS REQUIRED'
031900             TO WS-REJECT-REASON
032000     END-IF
032100     IF WS-CARD-OK
032200         AND CC-COURSE-TITLE = SPACES
032300         MOVE 'N' TO WS-CARD-OK-SW
032400         MOVE 'TITLE IS REQUIRED'
032500             TO WS-REJECT-REASON
032600     END-IF
032700     IF WS-CARD-OK
032800         AND (CC-CREDITS NOT NUMERIC
032900              OR CC-CREDITS = ZERO)
033000         MOVE 'N' TO WS-CARD-OK-SW
033100         MOVE 'CREDITS NOT NUMERIC'
033200             TO WS-REJECT-REASON
033300     END-IF
033400     IF WS-CARD-OK
033500         AND CC-COURSE-DEPT = SPACES
033600         MOVE 'N' TO WS-CARD-OK-SW
033700         MOVE 'DEPT IS REQUIRED'
033800             TO WS-REJECT-REASON
033900     END-IF
034000     IF WS-CARD-OK
034100         PERFORM 2450-CHECK-ONE-PREREQ
034200             VARYING WS-PREREQ-SUB FROM 1 BY 1
034300             UNTIL WS-PREREQ-SUB > 3
034400                OR NOT WS-CARD-OK
034500     END-IF.
034600*=================================================================
034700*    2450-CHECK-ONE-PREREQ - MUST BE IN THE CATALOG ALREADY AND
034800*    NOT THE COURSE ITSELF
034900*=================================================================
035000 2450-CHECK-ONE-PREREQ.
035100     IF CC-PREREQ (WS-PREREQ-SUB) NOT = SPACES
035200         IF CC-PREREQ (WS-PREREQ-SUB) = CC-COURSE-CODE
035300             MOVE 'N' TO WS-CARD-OK-SW
035400             MOVE 'COURSE IS ITS OWN PREREQ'
035500                 TO WS-REJECT-REASON
035600         ELSE
035700             MOVE CC-PREREQ (WS-PREREQ-SUB)
035800                 TO WS-PREREQ-CHECK-CODE
035900   EXEC SQL
036000     SELECT COURSE-CODE
036100       INTO :WS-PREREQ-CHECK-CODE
036200       FROM COURSE
036300       WHERE COURSE-CODE = :WS-PREREQ-CHECK-CODE
036400   END-EXEC
036500             EVALUATE TRUE
036600                 WHEN SQLCODE = 100
036700                     MOVE 'N' TO WS-CARD-OK-SW
036800                     MOVE 'PREREQ NOT ON TABLE'
036900                         TO WS-REJECT-REASON
037000                 WHEN SQLCODE NOT = 0
037100                     MOVE 'N' TO WS-CARD-OK-SW
037200                     MOVE 'PREREQ LOOKUP SQL ERROR'
037300                         TO WS-REJECT-REASON
037400                     DISPLAY 'CRSMAINT: SQLCODE=' SQLCODE
037500                 WHEN OTHER
037600                     CONTINUE
037700             END-EVALUATE
037800         END-IF
037900     END-IF.
038000*=================================================================
038100*    2500-MOVE-CARD-TO-ROW
038200*=================================================================
038300 2500-MOVE-CARD-TO-ROW.
038400     MOVE CC-COURSE-CODE  TO WS-COURSE-CODE
038500     MOVE CC-COURSE-TITLE TO WS-COURSE-TITLE
038600     MOVE CC-CREDITS      TO WS-COURSE-CREDITS
038700     MOVE CC-COURSE-DEPT  TO WS-COURSE-DEPT
038800     MOVE CC-PREREQ-1     TO WS-PREREQ-1
038900     MOVE CC-PREREQ-2     TO WS-PREREQ-2
039000     MOVE CC-PREREQ-3     TO WS-PREREQ-3.
039100*=================================================================
039200*    2800-WRITE-AUDIT-IMAGES - BEFORE AND AFTER LINES IN THE
039300*    TCHMAINT TRANSACTION-LOG FORMAT
039400*=================================================================
039500 2800-WRITE-AUDIT-IMAGES.
039600     MOVE CC-COURSE-CODE TO WS-TXN-LOG-ID
039700     MOVE SQLCODE        TO WS-TXN-LOG-SQLCODE
039800     ACCEPT WS-TXN-LOG-DATE FROM DATE YYYYMMDD
039900     ACCEPT WS-TXN-LOG-TIME FROM TIME
040000     IF WS-ROW-ON-TABLE
040100         MOVE 'BEFORE    ' TO WS-TXN-LOG-RESULT
040200         MOVE WS-BEFORE-TITLE TO WS-TXN-LOG-IMAGE
040300         WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL
040400     END-IF
040500     MOVE 'AFTER     ' TO WS-TXN-LOG-RESULT
040600     MOVE WS-COURSE-TITLE TO WS-TXN-LOG-IMAGE
040700     WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL.
040800*=================================================================
040900*    2900-WRITE-REGISTER-LINE
041000*=================================================================
041100 2900-WRITE-REGISTER-LINE.
041200     MOVE CC-TRANS-TYPE              TO RG-TRANS-TYPE
041300     MOVE CC-COURSE-CODE             TO RG-COURSE-CODE
041400     MOVE CC-COURSE-TITLE            TO RG-COURSE-TITLE
041500     MOVE WS-REJECT-REASON           TO RG-REASON
041600     IF WS-CARD-OK
041700         MOVE 'ACCEPTED'             TO RG-DISPOSITION
041800     ELSE
041900         ADD 1 TO WS-CARDS-REJECTED
042000         MOVE 'REJECTED'             TO RG-DISPOSITION
042100     END-IF
042200     WRITE CRSREG-LINE FROM WS-REGISTER-DETAIL
042300     ADD 1 TO WS-REGISTER-LINES.
042400*=================================================================
042500*    3000-TERMINATE
042600*=================================================================
042700 3000-TERMINATE.
042800   EXEC SQL
042900     COMMIT WORK
043000   END-EXEC
043100     CLOSE CRSCARD-FILE
043200     CLOSE TXN-LOG
043300     CLOSE CRSREG-RPT
043400     DISPLAY 'CRSMAINT: CARDS READ      = ' WS-CARDS-READ
043500     DISPLAY 'CRSMAINT: INSERTS APPLIED = '
043600         WS-INSERTS-APPLIED
043700     DISPLAY 'CRSMAINT: UPDATES APPLIED = '
043800         WS-UPDATES-APPLIED
043900     DISPLAY 'CRSMAINT: RETIRES APPLIED = '
044000         WS-RETIRES-APPLIED
044100     DISPLAY 'CRSMAINT: CARDS REJECTED  = '
044200         WS-CARDS-REJECTED.
044300*=================================================================
044400*=================================================================
044500*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
044600*=================================================================
044700 9000-DISPLAY-VERSION-TRAILER.
044800     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='CRSMAINT -'==
044900                             ==:LINECOUNT:== BY
045000                                 WS-REGISTER-LINES.
