000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    CERTMNT.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - AUDITED TEACHER
001200*                   CERTIFICATION MAINTENANCE ON THE TCHMAINT
001300*                   PATTERN.
001400*=================================================================
001500*  CARD-DRIVEN MAINTENANCE FOR THE CERTIFICATION TABLE - ONE ROW
001600*  PER TEACHER AND SUBJECT AREA WITH THE STATE CERTIFICATE
001700*  NUMBER, ISSUE DATE AND EXPIRY DATE.  THE SUBJECT AREA IS A
001800*  DEPARTMENT CODE, THE SAME VALUES COURSE-DEPT CARRIES ON THE
001900*  COURSE CATALOG, SO CERTASGN CAN MATCH A CLASS TO THE
002000*  CERTIFICATE IT NEEDS.  AN ADD CARD INSERTS WITH STATUS A, A
002100*  CHANGE CARD RECORDS A RENEWAL (NEW NUMBER, ISSUE AND EXPIRY
002200*  DATES) AND REINSTATES A REVOKED ROW, AND A DELETE CARD
002300*  REVOKES THE ROW TO STATUS R SO THE HISTORY STAYS FOR THE
002400*  STATE AUDIT.  THE TEACHER MUST BE ON THE TEACHER TABLE AND
002500*  NOT IN THE INACTIVE DEPARTMENT.  EVERY CHANGE WRITES BEFORE
002600*  AND AFTER IMAGE LINES IN THE TCHMAINT TRANSACTION-LOG
002700*  FORMAT, AND THE RUN PRINTS A MAINTENANCE REGISTER.
002800*=================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CERTCARD-FILE ASSIGN TO 'CERTCARD'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FC-CERTCARD-STATUS.
003800     SELECT TXN-LOG ASSIGN TO 'CERTLOG'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FC-TXN-LOG-STATUS.
004100     SELECT CERTREG-RPT ASSIGN TO 'CERTREG'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FC-CERTREG-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CERTCARD-FILE
004700     RECORD CONTAINS 80 CHARACTERS.
004800 01  CERT-CARD.
004900     05  CC-TRANS-TYPE              PIC X(1).
005000         88  CC-ADD                 VALUE 'A'.
005100         88  CC-CHANGE              VALUE 'C'.
005200         88  CC-DELETE              VALUE 'D'.
005300     05  CC-TEACHER-ID              PIC 9(10).
005400     05  CC-SUBJECT-AREA            PIC X(10).
005500     05  CC-CERT-NUMBER             PIC X(12).
005600     05  CC-ISSUE-DATE              PIC 9(8).
005700     05  CC-EXPIRY-DATE             PIC 9(8).
005800     05  FILLER                     PIC X(31).
005900 FD  TXN-LOG
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  TXN-LOG-LINE                   PIC X(80).
006200 FD  CERTREG-RPT
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  CERTREG-LINE                   PIC X(80).
006500 WORKING-STORAGE SECTION.
006600*=================================================================
006700 COPY VERSTAMP.
006800   EXEC SQL
006900     INCLUDE SQLSCRIPT
007000   END-EXEC.
007100   EXEC SQL
007200     INCLUDE CERTIFICATION
007300   END-EXEC.
007400   EXEC SQL
007500     INCLUDE TEACHER
007600   END-EXEC.
007700*=================================================================
007800   EXEC SQL BEGIN DECLARE SECTION
007900   END-EXEC.
008000     01 WS-CERT-REC.
008100         05 WS-CERT-TEACHER-ID      PIC 9(10).
008200         05 WS-CERT-SUBJECT-AREA    PIC X(10).
008300         05 WS-CERT-NUMBER          PIC X(12).
008400         05 WS-CERT-ISSUE-DATE      PIC 9(8).
008500         05 WS-CERT-EXPIRY-DATE     PIC 9(8).
008600         05 WS-CERT-STATUS          PIC X(1).
008700     01 WS-TEACHER-DEPT             PIC X(10).
008800   EXEC SQL END DECLARE SECTION
008900   END-EXEC.
009000*=================================================================
009100 01  FC-STATUSES.
009200     05  FC-CERTCARD-STATUS         PIC X(2).
009300     05  FC-TXN-LOG-STATUS          PIC X(2).
009400     05  FC-CERTREG-STATUS          PIC X(2).
009500 01  WS-SWITCHES.
009600     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009700         88  WS-EOF                 VALUE 'Y'.
009800     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
009900         88  WS-CARD-OK             VALUE 'Y'.
010000     05  WS-ROW-ON-TABLE-SW         PIC X(1) VALUE 'N'.
010100         88  WS-ROW-ON-TABLE        VALUE 'Y'.
010200 01  WS-REJECT-REASON               PIC X(30).
010300*=================================================================
010400*    CERTIFICATE IMAGE CARRIED IN THE TRAILING BYTES OF THE
010500*    TRANSACTION LOG - NUMBER, EXPIRY DATE AND STATUS
010600*=================================================================
010700 01  WS-BEFORE-IMAGE.
010800     05  WS-BEFORE-NUMBER           PIC X(12).
010900     05  FILLER                     PIC X(1)  VALUE SPACE.
011000     05  WS-BEFORE-EXPIRY           PIC 9(8).
011100     05  FILLER                     PIC X(1)  VALUE SPACE.
011200     05  WS-BEFORE-STATUS           PIC X(1).
011300     05  FILLER                     PIC X(7)  VALUE SPACE.
011400 01  WS-AFTER-IMAGE.
011500     05  WS-AFTER-NUMBER            PIC X(12).
011600     05  FILLER                     PIC X(1)  VALUE SPACE.
011700     05  WS-AFTER-EXPIRY            PIC 9(8).
011800     05  FILLER                     PIC X(1)  VALUE SPACE.
011900     05  WS-AFTER-STATUS            PIC X(1).
012000     05  FILLER                     PIC X(7)  VALUE SPACE.
012100*=================================================================
012200*    TRANSACTION-LOG DETAIL - THE SAME LAYOUT TCHMAINT WRITES,
012300*    THE TEACHER ID IN THE ID COLUMNS
012400*=================================================================
012500 01  WS-TXN-LOG-DETAIL.
012600     05  WS-TXN-LOG-ID              PIC X(10).
012700     05  FILLER                     PIC X(1)  VALUE SPACE.
012800     05  WS-TXN-LOG-RESULT          PIC X(10).
012900     05  FILLER                     PIC X(1)  VALUE SPACE.
013000     05  WS-TXN-LOG-SQLCODE         PIC S9(9).
013100     05  FILLER                     PIC X(1)  VALUE SPACE.
013200     05  WS-TXN-LOG-DATE            PIC 9(8).
013300     05  FILLER                     PIC X(1)  VALUE SPACE.
013400     05  WS-TXN-LOG-TIME            PIC 9(6).
013500     05  FILLER                     PIC X(1)  VALUE SPACE.
013600     05  WS-TXN-LOG-IMAGE           PIC X(30).
013700 01  WS-COUNTERS.
013800     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
013900     05  WS-INSERTS-APPLIED         PIC 9(5) VALUE ZERO.
014000     05  WS-UPDATES-APPLIED         PIC 9(5) VALUE ZERO.
014100     05  WS-REVOKES-APPLIED         PIC 9(5) VALUE ZERO.
014200     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
014300     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
014400 01  WS-REGISTER-DETAIL.
014500     05  FILLER                     PIC X(1)  VALUE SPACE.
014600     05  RG-TRANS-TYPE              PIC X(1).
014700     05  FILLER                     PIC X(1)  VALUE SPACE.
014800     05  RG-TEACHER-ID              PIC X(10).
014900     05  FILLER                     PIC X(1)  VALUE SPACE.
015000     05  RG-SUBJECT-AREA            PIC X(10).
015100     05  FILLER                     PIC X(1)  VALUE SPACE.
015200     05  RG-CERT-NUMBER             PIC X(12).
015300     05  FILLER                     PIC X(1)  VALUE SPACE.
015400     05  RG-EXPIRY-DATE             PIC X(8).
015500     05  FILLER                     PIC X(1)  VALUE SPACE.
015600     05  RG-DISPOSITION             PIC X(8).
015700     05  FILLER                     PIC X(1)  VALUE SPACE.
015800     05  RG-REASON                  PIC X(24).
015900 PROCEDURE DIVISION.
016000*=================================================================
016100 0000-MAINLINE.
016200     PERFORM 0900-DISPLAY-VERSION-STAMP
016300     PERFORM 1000-INITIALIZE
016400     PERFORM 2000-PROCESS-CERT-CARD
016500         UNTIL WS-EOF
016600     PERFORM 3000-TERMINATE
016700     PERFORM 9000-DISPLAY-VERSION-TRAILER
016800     STOP RUN.
016900*=================================================================
017000*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
017100*=================================================================
017200 0900-DISPLAY-VERSION-STAMP.
017300     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='CERTMNT -'==
017400                             ==:PROGVERS:== BY =='Version 001'==.
017500*=================================================================
017600*    1000-INITIALIZE
017700*=================================================================
017800 1000-INITIALIZE.
017900     OPEN INPUT CERTCARD-FILE
018000     IF FC-CERTCARD-STATUS NOT = '00'
018100         MOVE 'Y' TO WS-EOF-SW
018200     END-IF
018300     OPEN OUTPUT TXN-LOG
018400     OPEN OUTPUT CERTREG-RPT
018500     PERFORM 1100-READ-NEXT-CARD.
018600*=================================================================
018700*    1100-READ-NEXT-CARD
018800*=================================================================
018900 1100-READ-NEXT-CARD.
019000     READ CERTCARD-FILE
019100         AT END
019200             MOVE 'Y' TO WS-EOF-SW
019300     END-READ
019400     IF NOT WS-EOF
019500         ADD 1 TO WS-CARDS-READ
019600     END-IF.
019700*=================================================================
019800*    2000-PROCESS-CERT-CARD
019900*=================================================================
020000 2000-PROCESS-CERT-CARD.
020100     MOVE 'Y' TO WS-CARD-OK-SW
020200     MOVE SPACES TO WS-REJECT-REASON
020300     PERFORM 2050-FETCH-BEFORE-IMAGE
020400     EVALUATE TRUE
020500         WHEN CC-ADD
020600             PERFORM 2100-APPLY-INSERT
020700         WHEN CC-CHANGE
020800             PERFORM 2200-APPLY-RENEWAL
020900         WHEN CC-DELETE
021000             PERFORM 2300-APPLY-REVOKE
021100         WHEN OTHER
021200             MOVE 'N' TO WS-CARD-OK-SW
021300             MOVE 'INVALID TRANSACTION TYPE'
021400                 TO WS-REJECT-REASON
021500     END-EVALUATE
021600     PERFORM 2900-WRITE-REGISTER-LINE
021700     PERFORM 1100-READ-NEXT-CARD.
021800*=================================================================
021900*    2050-FETCH-BEFORE-IMAGE
022000*=================================================================
022100 2050-FETCH-BEFORE-IMAGE.
022200     MOVE 'N' TO WS-ROW-ON-TABLE-SW
022300     MOVE SPACES TO WS-BEFORE-NUMBER
022400     MOVE ZERO   TO WS-BEFORE-EXPIRY
022500     MOVE SPACE  TO WS-BEFORE-STATUS
022600     MOVE CC-TEACHER-ID   TO WS-CERT-TEACHER-ID
022700     MOVE CC-SUBJECT-AREA TO WS-CERT-SUBJECT-AREA
022800   EXEC SQL
022900     SELECT CERT-NUMBER, EXPIRY-DATE, STATUS
023000       INTO :WS-CERT-NUMBER, :WS-CERT-EXPIRY-DATE,
023100            :WS-CERT-STATUS
023200       FROM CERTIFICATION
023300       WHERE TEACHER-ID   = :WS-CERT-TEACHER-ID
023400         AND SUBJECT-AREA = :WS-CERT-SUBJECT-AREA
023500   END-EXEC
023600     IF SQLCODE = 0
023700         MOVE 'Y' TO WS-ROW-ON-TABLE-SW
023800         MOVE WS-CERT-NUMBER      TO WS-BEFORE-NUMBER
023900         MOVE WS-CERT-EXPIRY-DATE TO WS-BEFORE-EXPIRY
024000         MOVE WS-CERT-STATUS      TO WS-BEFORE-STATUS
024100     END-IF.
024200*=================================================================
024300*    2100-APPLY-INSERT
024400*=================================================================
024500 2100-APPLY-INSERT.
024600     PERFORM 2400-EDIT-CARD-FIELDS
024700     IF WS-CARD-OK
024800         AND WS-ROW-ON-TABLE
024900         MOVE 'N' TO WS-CARD-OK-SW
025000         MOVE 'CERT ALREADY ON TABLE'
025100             TO WS-REJECT-REASON
025200     END-IF
025300     IF WS-CARD-OK
025400         PERFORM 2500-MOVE-CARD-TO-ROW
025500   EXEC SQL
025600     INSERT INTO CERTIFICATION
025700       (TEACHER-ID, SUBJECT-AREA, CERT-NUMBER, ISSUE-DATE,
025800        EXPIRY-DATE, STATUS)
025900       VALUES (:WS-CERT-TEACHER-ID, :WS-CERT-SUBJECT-AREA,
026000               :WS-CERT-NUMBER, :WS-CERT-ISSUE-DATE,
026100               :WS-CERT-EXPIRY-DATE, :WS-CERT-STATUS)
026200   END-EXEC
026300         IF SQLCODE = 0
026400             ADD 1 TO WS-INSERTS-APPLIED
026500             PERFORM 2800-WRITE-AUDIT-IMAGES
026600         ELSE
026700             MOVE 'N' TO WS-CARD-OK-SW
026800             MOVE 'INSERT FAILED'
026900                 TO WS-REJECT-REASON
027000         END-IF
027100     END-IF.
027200*=================================================================
027300*    2200-APPLY-RENEWAL - NEW NUMBER AND DATES; A REVOKED ROW
027400*    COMES BACK TO STATUS A
027500*=================================================================
027600 2200-APPLY-RENEWAL.
027700     PERFORM 2400-EDIT-CARD-FIELDS
027800     IF WS-CARD-OK
027900         AND NOT WS-ROW-ON-TABLE
028000         MOVE 'N' TO WS-CARD-OK-SW
028100         MOVE 'CERT NOT ON TABLE'
028200             TO WS-REJECT-REASON
028300     END-IF
028400     IF WS-CARD-OK
028500         PERFORM 2500-MOVE-CARD-TO-ROW
028600   EXEC SQL
028700     UPDATE CERTIFICATION
028800       SET CERT-NUMBER = :WS-CERT-NUMBER,
028900           ISSUE-DATE  = :WS-CERT-ISSUE-DATE,
029000           EXPIRY-DATE = :WS-CERT-EXPIRY-DATE,
029100           STATUS      = :WS-CERT-STATUS
029200       WHERE TEACHER-ID   = :WS-CERT-TEACHER-ID
029300         AND SUBJECT-AREA = :WS-CERT-SUBJECT-AREA
029400   END-EXEC
029500         IF SQLCODE = 0
029600             ADD 1 TO WS-UPDATES-APPLIED
029700             PERFORM 2800-WRITE-AUDIT-IMAGES
029800         ELSE
029900             MOVE 'N' TO WS-CARD-OK-SW
030000             MOVE 'UPDATE FAILED'
030100                 TO WS-REJECT-REASON
030200         END-IF
030300     END-IF.
030400*=================================================================
030500*    2300-APPLY-REVOKE - LOGICAL: STATUS GOES TO R, THE ROW
030600*    STAYS AS THE RECORD OF WHAT THE TEACHER ONCE HELD
030700*=================================================================
030800 2300-APPLY-REVOKE.
030900     IF NOT WS-ROW-ON-TABLE
031000         MOVE 'N' TO WS-CARD-OK-SW
031100         MOVE 'CERT NOT ON TABLE'
031200             TO WS-REJECT-REASON
031300     END-IF
031400     IF WS-CARD-OK
031500         MOVE 'R' TO WS-CERT-STATUS
031600   EXEC SQL
031700     UPDATE CERTIFICATION
031800       SET STATUS = :WS-CERT-STATUS
031900       WHERE TEACHER-ID   = :WS-CERT-TEACHER-ID
032000         AND SUBJECT-AREA = :WS-CERT-SUBJECT-AREA
032100   END-EXEC
032200         IF SQLCODE = 0
032300             ADD 1 TO WS-REVOKES-APPLIED
032400             MOVE WS-BEFORE-NUMBER TO WS-CERT-NUMBER
032500             MOVE WS-BEFORE-EXPIRY TO WS-CERT-EXPIRY-DATE
032600             PERFORM 2800-WRITE-AUDIT-IMAGES
032700         ELSE
032800             MOVE 'N' TO WS-CARD-OK-SW
032900             MOVE 'REVOKE FAILED'
033000                 TO WS-REJECT-REASON
033100         END-IF
033200     END-IF.
033300*=================================================================
033400*    2400-EDIT-CARD-FIELDS
033500*=================================================================
033600 2400-EDIT-CARD-FIELDS.
033700     IF CC-TEACHER-ID NOT NUMERIC
033800         MOVE 'N' TO WS-CARD-OK-SW
033900         MOVE 'TEACHER ID NOT NUMERIC'
034000             TO WS-REJECT-REASON
034100     END-IF
034200     IF WS-CARD-OK
034300         AND CC-SUBJECT-AREA = SPACES
034400         MOVE 'N' TO WS-CARD-OK-SW
034500         MOVE 'SUBJECT IS REQUIRED'
034600             TO WS-REJECT-REASON
034700     END-IF
034800     IF WS-CARD-OK
034900         AND CC-CERT-NUMBER = SPACES
035000         MOVE 'N' TO WS-CARD-OK-SW
035100         MOVE 'CERT NO IS REQUIRED'
035200             TO WS-REJECT-REASON
035300     END-IF
035400     IF WS-CARD-OK
035500         AND (CC-ISSUE-DATE NOT NUMERIC
035600              OR CC-ISSUE-DATE = ZERO)
035700         MOVE 'N' TO WS-CARD-OK-SW
035800         MOVE 'ISSUE DATE INVALID'
035900             TO WS-REJECT-REASON
036000     END-IF
036100     IF WS-CARD-OK
036200         AND (CC-EXPIRY-DATE NOT NUMERIC
036300              OR CC-EXPIRY-DATE NOT > CC-ISSUE-DATE)
036400         MOVE 'N' TO WS-CARD-OK-SW
036500         MOVE 'EXPIRY DATE INVALID'
036600             TO WS-REJECT-REASON
036700     END-IF
036800     IF WS-CARD-OK
036900         PERFORM 2450-CHECK-TEACHER
037000     END-IF.
037100*=================================================================
037200*    2450-CHECK-TEACHER - ON THE TEACHER TABLE AND NOT LOGICALLY
037300*    DELETED BY TCHMAINT
037400*=================================================================
037500 2450-CHECK-TEACHER.
037600   EXEC SQL
037700     SELECT TEACHER-DEPT
037800       INTO :WS-TEACHER-DEPT
037900       FROM TEACHER
038000       WHERE TEACHER-ID = :WS-CERT-TEACHER-ID
038100   END-EXEC
038200     EVALUATE TRUE
038300         WHEN SQLCODE = 100
038400             MOVE 'N' TO WS-CARD-OK-SW
038500             MOVE 'TEACHER NOT ON TABLE'
038600                 TO WS-REJECT-REASON
038700         WHEN SQLCODE NOT = 0
038800             MOVE 'N' TO WS-CARD-OK-SW
038900             MOVE 'TEACHER SQL ERROR'
039000                 TO WS-REJECT-REASON
039100             DISPLAY 'CERTMNT: SQLCODE=' SQLCODE
039200         WHEN WS-TEACHER-DEPT = 'INACTIVE  '
039300             MOVE 'N' TO WS-CARD-OK-SW
039400             MOVE 'TEACHER IS INACTIVE'
039500                 TO WS-REJECT-REASON
039600         WHEN OTHER
039700             CONTINUE
039800     END-EVALUATE.
039900*=================================================================
040000*    2500-MOVE-CARD-TO-ROW
040100*=================================================================
040200 2500-MOVE-CARD-TO-ROW.
040300     MOVE CC-TEACHER-ID   TO WS-CERT-TEACHER-ID
040400     MOVE CC-SUBJECT-AREA TO WS-CERT-SUBJECT-AREA
040500     MOVE CC-CERT-NUMBER  TO WS-CERT-NUMBER
040600     MOVE CC-ISSUE-DATE   TO WS-CERT-ISSUE-DATE
040700     MOVE CC-EXPIRY-DATE  TO WS-CERT-EXPIRY-DATE
040800     MOVE 'A'             TO WS-CERT-STATUS.
040900*=================================================================
041000*    2800-WRITE-AUDIT-IMAGES - BEFORE AND AFTER LINES IN THE
041100*    TCHMAINT TRANSACTION-LOG FORMAT
041200*=================================================================
041300 2800-WRITE-AUDIT-IMAGES.
041400     MOVE CC-TEACHER-ID TO WS-TXN-LOG-ID
041500     MOVE SQLCODE       TO WS-TXN-LOG-SQLCODE
041600     ACCEPT WS-TXN-LOG-DATE FROM DATE YYYYMMDD
041700     ACCEPT WS-TXN-LOG-TIME FROM TIME
041800     IF WS-ROW-ON-TABLE
041900         MOVE 'BEFORE    ' TO WS-TXN-LOG-RESULT
042000         MOVE WS-BEFORE-IMAGE TO WS-TXN-LOG-IMAGE
042100         WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL
042200     END-IF
042300     MOVE WS-CERT-NUMBER      TO WS-AFTER-NUMBER
042400     MOVE WS-CERT-EXPIRY-DATE TO WS-AFTER-EXPIRY
042500     MOVE WS-CERT-STATUS      TO WS-AFTER-STATUS
042600     MOVE 'AFTER     ' TO WS-TXN-LOG-RESULT
042700     MOVE WS-AFTER-IMAGE TO WS-TXN-LOG-IMAGE
042800     WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL.
042900*=================================================================
043000*    2900-WRITE-REGISTER-LINE
043100*=================================================================
043200 2900-WRITE-REGISTER-LINE.
043300     MOVE CC-TRANS-TYPE              TO RG-TRANS-TYPE
043400     MOVE CC-TEACHER-ID              TO RG-TEACHER-ID
043500     MOVE CC-SUBJECT-AREA            TO RG-SUBJECT-AREA
043600     MOVE CC-CERT-NUMBER             TO RG-CERT-NUMBER
043700     MOVE CC-EXPIRY-DATE             TO RG-EXPIRY-DATE
043800     MOVE WS-REJECT-REASON           TO RG-REASON
043900     IF WS-CARD-OK
044000         MOVE 'ACCEPTED'             TO RG-DISPOSITION
044100     ELSE
044200         ADD 1 TO WS-CARDS-REJECTED
044300         MOVE 'REJECTED'             TO RG-DISPOSITION
044400     END-IF
044500     WRITE CERTREG-LINE FROM WS-REGISTER-DETAIL
044600     ADD 1 TO WS-REGISTER-LINES.
044700*=================================================================
044800*    3000-TERMINATE
044900*=================================================================
045000 3000-TERMINATE.
045100   EXEC SQL
045200     COMMIT WORK
045300   END-EXEC
045400     CLOSE CERTCARD-FILE
045500     CLOSE TXN-LOG
045600     CLOSE CERTREG-RPT
045700     DISPLAY 'CERTMNT: CARDS READ      = ' WS-CARDS-READ
045800     DISPLAY 'CERTMNT: INSERTS APPLIED = '
045900         WS-INSERTS-APPLIED
046000     DISPLAY 'CERTMNT: RENEWALS APPLIED= '
046100         WS-UPDATES-APPLIED
046200     DISPLAY 'CERTMNT: REVOKES APPLIED = '
046300         WS-REVOKES-APPLIED
046400     DISPLAY 'CERTMNT: CARDS REJECTED  = '
046500         WS-CARDS-REJECTED.
046600*=================================================================
046700*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
046800*=================================================================
046900 9000-DISPLAY-VERSION-TRAILER.
047000     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='CERTMNT -'==
047100                             ==:LINECOUNT:== BY
047200                                 WS-REGISTER-LINES.
