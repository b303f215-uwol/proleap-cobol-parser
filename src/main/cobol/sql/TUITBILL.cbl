000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    TUITBILL.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - TERM TUITION AND COURSE
001200*                   FEE BILLING FROM ENROLLMENT.
001300*=================================================================
001400*  PRICES EVERY ACTIVE AND DROPPED ENROLLMENT ROW FOR THE TERM
001500*  ON THE CONTROL CARD, ONE STUDENT AT A TIME, AND PRINTS THE
001600*  TERM STATEMENT THE REGISTRAR'S OFFICE USED TO TYPE OFF
001700*  CLASSRST.  A CLASS IS PRICED AS ITS CATALOG CREDITS TIMES
001800*  THE PER-CREDIT RATE, PLUS THE COURSE'S FLAT FEE.  THE FEE
001900*  SCHEDULE COMES FROM THE FEESCHED CARDS:
002000*    D  DEFAULT PER-CREDIT RATE        (NO D CARD - 150.00)
002100*    C  COURSE CODE, ITS OWN PER-CREDIT RATE (ZERO - THE
002200*       DEFAULT) AND ITS FLAT COURSE FEE
002300*    R  REFUND CUTOFF DATE AND REFUND PERCENT - A DROP ON OR
002400*       BEFORE THE EARLIEST CUTOFF IT MEETS GETS THAT PERCENT
002500*       BACK; A DROP AFTER THE LAST CUTOFF IS CHARGED IN FULL
002600*  WITH NO R CARDS EVERY DROP IS REFUNDED IN FULL.  WAITLISTED
002700*  ROWS ARE NOT BILLED.  A DROPPED ROW WITH NO DROP DATE
002800*  (DROPPED BEFORE ENRLLOAD STAMPED ONE) IS REFUNDED IN FULL.
002900*  THE TERM'S CHARGES REPLACE WHAT IS ON THE STUACCT ROW FOR
003000*  THE STUDENT AND TERM, SO A RERUN AFTER LATE DROPS RE-PRICES
003100*  THE TERM RATHER THAN BILLING IT TWICE; PAYMENTS ARE POSTED
003200*  THERE BY STUPAY AND ARE NEVER TOUCHED HERE.  THE STATEMENT
003300*  SHOWS THE TERM'S CLASSES, THE PAYMENTS TO DATE, ANY BALANCE
003400*  LEFT FROM OTHER TERMS AND THE TOTAL DUE.
003500*=================================================================
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT TUIT-CTL ASSIGN TO 'TUITCTL'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FC-CTL-STATUS.
004500     SELECT OPTIONAL FEE-SCHED ASSIGN TO 'FEESCHED'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FC-FEE-STATUS.
004800     SELECT TUIT-STMT ASSIGN TO 'TUITSTMT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FC-STMT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  TUIT-CTL
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  TUIT-CTL-CARD.
005600     05  TC-TERM                    PIC X(6).
005700     05  FILLER                     PIC X(74).
005800 FD  FEE-SCHED
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  FEE-CARD.
006100     05  FS-TYPE                    PIC X(1).
006200         88  FS-DEFAULT-RATE        VALUE 'D'.
006300         88  FS-COURSE-FEE          VALUE 'C'.
006400         88  FS-REFUND-STEP         VALUE 'R'.
006500     05  FS-COURSE-CODE             PIC X(8).
006600     05  FS-CREDIT-RATE             PIC 9(5)V99.
006700     05  FS-FLAT-FEE                PIC 9(5)V99.
006800     05  FS-CUTOFF-DATE             PIC 9(8).
006900     05  FS-REFUND-PCT              PIC 9(3).
007000     05  FILLER                     PIC X(46).
007100 FD  TUIT-STMT
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  STMT-LINE                      PIC X(80).
007400 WORKING-STORAGE SECTION.
007500*=================================================================
007600 COPY VERSTAMP.
007700   EXEC SQL
007800     INCLUDE SQLSCRIPT
007900   END-EXEC.
008000   EXEC SQL
008100     INCLUDE STUDENT
008200   END-EXEC.
008300   EXEC SQL
008400     INCLUDE ENROLLMENT
008500   END-EXEC.
008600   EXEC SQL
008700     INCLUDE COURSE
008800   END-EXEC.
008900   EXEC SQL
009000     INCLUDE STUACCT
009100   END-EXEC.
009200*=================================================================
009300   EXEC SQL BEGIN DECLARE SECTION
009400   END-EXEC.
009500     01 WS-BILL-REC.
009600         05 WS-BL-STUDENT-ID        PIC 9(10).
009700         05 WS-BL-STUDENT-NAME      PIC X(30).
009800         05 WS-BL-TEACHER-ID        PIC 9(10).
009900         05 WS-BL-COURSE-CODE       PIC X(8).
010000         05 WS-BL-COURSE-TITLE      PIC X(30).
010100         05 WS-BL-CREDITS           PIC 9(2)V9(1).
010200         05 WS-BL-STATUS            PIC X(1).
010300         05 WS-BL-DROP-DATE         PIC 9(8).
010400     01 WS-CTL-TERM                 PIC X(6).
010500     01 WS-ACCT-STUDENT-ID          PIC 9(10).
010600     01 WS-ACCT-CHARGES             PIC S9(7)V99.
010700     01 WS-ACCT-PAYMENTS            PIC S9(7)V99.
010800     01 WS-OTHER-BALANCE            PIC S9(7)V99.
010900     01 WS-BILL-DATE                PIC 9(8).
011000   EXEC SQL END DECLARE SECTION
011100   END-EXEC.
011200*=================================================================
011300 01  FC-STATUSES.
011400     05  FC-CTL-STATUS              PIC X(2).
011500     05  FC-FEE-STATUS              PIC X(2).
011600     05  FC-STMT-STATUS             PIC X(2).
011700 01  WS-SWITCHES.
011800     05  WS-EOC-SW                  PIC X(1) VALUE 'N'.
011900         88  WS-END-OF-CURSOR       VALUE 'Y'.
012000     05  WS-FEE-EOF-SW              PIC X(1) VALUE 'N'.
012100         88  WS-FEE-EOF             VALUE 'Y'.
012200     05  WS-CTL-OK-SW               PIC X(1) VALUE 'N'.
012300         88  WS-CTL-OK              VALUE 'Y'.
012400     05  WS-FIRST-ROW-SW            PIC X(1) VALUE 'Y'.
012500         88  WS-FIRST-ROW           VALUE 'Y'.
012600     05  WS-STEP-FOUND-SW           PIC X(1) VALUE 'N'.
012700         88  WS-STEP-FOUND          VALUE 'Y'.
012800*=================================================================
012900*    FEE SCHEDULE - DEFAULT RATE, COURSE ROWS, REFUND STEPS
013000*=================================================================
013100 01  WS-DEFAULT-RATE                PIC 9(5)V99 VALUE 150.00.
013200 01  WS-FEE-TABLE.
013300     05  WS-FEE-COUNT               PIC 9(3) VALUE ZERO.
013400     05  WS-FEE-ROW OCCURS 200 TIMES.
013500         10  WS-FT-COURSE-CODE      PIC X(8).
013600         10  WS-FT-CREDIT-RATE      PIC 9(5)V99.
013700         10  WS-FT-FLAT-FEE         PIC 9(5)V99.
013800 01  WS-FEE-SUB                     PIC 9(3).
013900 01  WS-REFUND-TABLE.
014000     05  WS-STEP-COUNT              PIC 9(2) VALUE ZERO.
014100     05  WS-STEP-ROW OCCURS 20 TIMES.
014200         10  WS-RS-CUTOFF-DATE      PIC 9(8).
014300         10  WS-RS-REFUND-PCT       PIC 9(3).
014400 01  WS-STEP-SUB                    PIC 9(2).
014500*=================================================================
014600*    PRICING WORK AREAS
014700*=================================================================
014800 01  WS-RATE-USED                   PIC 9(5)V99.
014900 01  WS-FLAT-USED                   PIC 9(5)V99.
015000 01  WS-LIST-FEE                    PIC 9(7)V99.
015100 01  WS-REFUND-PCT                  PIC 9(3).
015200 01  WS-REFUND-AMOUNT               PIC 9(7)V99.
015300 01  WS-LINE-CHARGE                 PIC 9(7)V99.
015400 01  WS-STUDENT-CHARGES             PIC 9(7)V99.
015500 01  WS-TOTAL-DUE                   PIC S9(7)V99.
015600 01  WS-BREAK-STUDENT-ID            PIC 9(10) VALUE ZERO.
015700 01  WS-BREAK-STUDENT-NAME          PIC X(30).
015800 01  WS-COUNTERS.
015900     05  WS-STUDENTS-BILLED         PIC 9(5) VALUE ZERO.
016000     05  WS-ROWS-PRICED             PIC 9(7) VALUE ZERO.
016100     05  WS-DROPS-PRICED            PIC 9(5) VALUE ZERO.
016200     05  WS-ACCOUNT-ERRORS          PIC 9(5) VALUE ZERO.
016300     05  WS-REPORT-LINES            PIC 9(7) VALUE ZERO.
016400 01  WS-TERM-CHARGES-TOTAL          PIC 9(9)V99 VALUE ZERO.
016500 01  WS-STMT-HEAD-LINE.
016600     05  FILLER                     PIC X(17)
016700         VALUE ' TERM STATEMENT  '.
016800     05  SH-TERM                    PIC X(6).
016900     05  FILLER                     PIC X(2)  VALUE SPACE.
017000     05  SH-STUDENT-ID              PIC 9(10).
017100     05  FILLER                     PIC X(1)  VALUE SPACE.
017200     05  SH-STUDENT-NAME            PIC X(30).
017300 01  WS-STMT-DETAIL.
017400     05  FILLER                     PIC X(3)  VALUE SPACE.
017500     05  SD-COURSE-CODE             PIC X(8).
017600     05  FILLER                     PIC X(1)  VALUE SPACE.
017700     05  SD-COURSE-TITLE            PIC X(24).
017800     05  FILLER                     PIC X(1)  VALUE SPACE.
017900     05  SD-CREDITS                 PIC Z9.9.
018000     05  FILLER                     PIC X(1)  VALUE SPACE.
018100     05  SD-LIST-FEE                PIC ZZZZ9.99.
018200     05  FILLER                     PIC X(1)  VALUE SPACE.
018300     05  SD-NOTE                    PIC X(9).
018400     05  FILLER                     PIC X(1)  VALUE SPACE.
018500     05  SD-CHARGE                  PIC ZZZZ9.99.
018600 01  WS-STMT-TOTAL-LINE.
018700     05  FILLER                     PIC X(3)  VALUE SPACE.
018800     05  ST-LABEL                   PIC X(28).
018900     05  FILLER                     PIC X(19) VALUE SPACE.
019000     05  ST-AMOUNT                  PIC ZZZZZZ9.99-.
019100 01  WS-DROP-NOTE.
019200     05  FILLER                     PIC X(4)  VALUE 'DROP'.
019300     05  DN-REFUND-PCT              PIC ZZ9.
019400     05  FILLER                     PIC X(1)  VALUE '%'.
019500 PROCEDURE DIVISION.
019600*=================================================================
019700 0000-MAINLINE.
019800     PERFORM 0900-DISPLAY-VERSION-STAMP
019900     PERFORM 1000-INITIALIZE
020000     IF WS-CTL-OK
020100         PERFORM 2000-PRICE-ONE-ROW
020200             UNTIL WS-END-OF-CURSOR
020300         IF NOT WS-FIRST-ROW
020400             PERFORM 2500-CLOSE-STATEMENT
020500         END-IF
020600     END-IF
020700     PERFORM 3000-TERMINATE
020800     PERFORM 9000-DISPLAY-VERSION-TRAILER
020900     STOP RUN.
021000*=================================================================
021100*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
021200*=================================================================
021300 0900-DISPLAY-VERSION-STAMP.
021400     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='TUITBILL -'==
021500                             ==:PROGVERS:== BY =='Version 001'==.
021600*=================================================================
021700*    1000-INITIALIZE - CONTROL CARD, FEE SCHEDULE AND THE
021800*    TERM'S BILLABLE ROWS IN STUDENT ORDER
021900*=================================================================
022000 1000-INITIALIZE.
022100     ACCEPT WS-BILL-DATE FROM DATE YYYYMMDD
022200     OPEN OUTPUT TUIT-STMT
022300     PERFORM 1200-READ-CONTROL-CARD
022400     IF NOT WS-CTL-OK
022500         MOVE 12 TO RETURN-CODE
022600     ELSE
022700         PERFORM 1300-LOAD-FEE-SCHEDULE
022800   EXEC SQL
022900     DECLARE BILLCUR CURSOR FOR
023000       SELECT ENROLLMENT.STUDENT-ID, STUDENT.STUDENT-NAME,
023100              ENROLLMENT.TEACHER-ID, ENROLLMENT.COURSE-CODE,
023200              COALESCE(COURSE.COURSE-TITLE, ' '),
023300              COALESCE(COURSE.CREDITS, 0),
023400              ENROLLMENT.STATUS,
023500              COALESCE(ENROLLMENT.DROP-DATE, 0)
023600       FROM ENROLLMENT
023700         INNER JOIN STUDENT
023800           ON ENROLLMENT.STUDENT-ID = STUDENT.STUDENT-ID
023900         LEFT OUTER JOIN COURSE
024000           ON ENROLLMENT.COURSE-CODE = COURSE.COURSE-CODE
024100       WHERE ENROLLMENT.TERM = :WS-CTL-TERM
024200         AND ENROLLMENT.STATUS IN ('A', 'D')
024300       ORDER BY ENROLLMENT.STUDENT-ID, ENROLLMENT.COURSE-CODE,
024400                ENROLLMENT.TEACHER-ID
024500   END-EXEC
024600   EXEC SQL
024700     OPEN BILLCUR
024800   END-EXEC
024900         PERFORM 1100-FETCH-NEXT-ROW
025000     END-IF.
025100*=================================================================
025200*    1100-FETCH-NEXT-ROW
025300*=================================================================
025400 1100-FETCH-NEXT-ROW.
025500   EXEC SQL
025600     FETCH BILLCUR
025700       INTO :WS-BL-STUDENT-ID, :WS-BL-STUDENT-NAME,
025800            :WS-BL-TEACHER-ID, :WS-BL-COURSE-CODE,
025900            :WS-BL-COURSE-TITLE, :WS-BL-CREDITS,
026000            :WS-BL-STATUS, :WS-BL-DROP-DATE
026100   END-EXEC
026200     IF SQLCODE = 100
026300         MOVE 'Y' TO WS-EOC-SW
026400     END-IF.
026500*=================================================================
026600*    1200-READ-CONTROL-CARD
026700*=================================================================
026800 1200-READ-CONTROL-CARD.
026900     OPEN INPUT TUIT-CTL
027000     IF FC-CTL-STATUS = '00'
027100         READ TUIT-CTL
027200             AT END
027300                 DISPLAY 'TUITBILL: NO CONTROL CARD'
027400             NOT AT END
027500                 IF TC-TERM NOT = SPACES
027600                     MOVE 'Y' TO WS-CTL-OK-SW
027700                     MOVE TC-TERM TO WS-CTL-TERM
027800                 ELSE
027900                     DISPLAY 'TUITBILL: BLANK TERM ON CARD'
028000                 END-IF
028100         END-READ
028200     ELSE
028300         DISPLAY 'TUITBILL: UNABLE TO OPEN TUITCTL, STATUS='
028400             FC-CTL-STATUS
028500     END-IF
028600     CLOSE TUIT-CTL.
028700*=================================================================
028800*    1300-LOAD-FEE-SCHEDULE - NO FILE LEAVES THE DEFAULT RATE
028900*    AND FULL REFUNDS ON EVERY DROP.  R CARDS MUST COME IN
029000*    CUTOFF-DATE ORDER.
029100*=================================================================
029200 1300-LOAD-FEE-SCHEDULE.
029300     OPEN INPUT FEE-SCHED
029400     IF FC-FEE-STATUS NOT = '00'
029500         MOVE 'Y' TO WS-FEE-EOF-SW
029600     END-IF
029700     PERFORM 1310-READ-FEE-CARD
029800         UNTIL WS-FEE-EOF
029900     CLOSE FEE-SCHED
030000     IF WS-STEP-COUNT = ZERO
030100         DISPLAY 'TUITBILL: NO REFUND STEPS - DROPS REFUNDED '
030200             'IN FULL'
030300     END-IF.
030400*=================================================================
030500*    1310-READ-FEE-CARD
030600*=================================================================
030700 1310-READ-FEE-CARD.
030800     READ FEE-SCHED
030900         AT END
031000             MOVE 'Y' TO WS-FEE-EOF-SW
031100         NOT AT END
031200             PERFORM 1320-TAKE-FEE-CARD
031300     END-READ.
031400*=================================================================
031500*    1320-TAKE-FEE-CARD
031600*=================================================================
031700 1320-TAKE-FEE-CARD.
031800     EVALUATE TRUE
031900         WHEN FS-DEFAULT-RATE
032000             AND FS-CREDIT-RATE NUMERIC
032100             MOVE FS-CREDIT-RATE TO WS-DEFAULT-RATE
032200         WHEN FS-COURSE-FEE
032300             AND FS-CREDIT-RATE NUMERIC
032400             AND FS-FLAT-FEE NUMERIC
032500             AND WS-FEE-COUNT < 200
032600             ADD 1 TO WS-FEE-COUNT
032700             MOVE FS-COURSE-CODE
032800                 TO WS-FT-COURSE-CODE (WS-FEE-COUNT)
032900             MOVE FS-CREDIT-RATE
033000                 TO WS-FT-CREDIT-RATE (WS-FEE-COUNT)
033100             MOVE FS-FLAT-FEE
033200                 TO WS-FT-FLAT-FEE (WS-FEE-COUNT)
033300         WHEN FS-REFUND-STEP
033400             AND FS-CUTOFF-DATE NUMERIC
033500             AND FS-REFUND-PCT NUMERIC
033600             AND FS-REFUND-PCT NOT > 100
033700             AND WS-STEP-COUNT < 20
033800             ADD 1 TO WS-STEP-COUNT
033900             MOVE FS-CUTOFF-DATE
034000                 TO WS-RS-CUTOFF-DATE (WS-STEP-COUNT)
034100             MOVE FS-REFUND-PCT
034200                 TO WS-RS-REFUND-PCT (WS-STEP-COUNT)
034300         WHEN OTHER
034400             DISPLAY 'TUITBILL: FEE CARD IGNORED - ' FEE-CARD
034500     END-EVALUATE.
034600*=================================================================
034700*    2000-PRICE-ONE-ROW - A NEW STUDENT CLOSES THE STATEMENT
034800*    BEFORE IT AND HEADS A NEW ONE
034900*=================================================================
035000 2000-PRICE-ONE-ROW.
035100     IF WS-FIRST-ROW
035200         OR WS-BL-STUDENT-ID NOT = WS-BREAK-STUDENT-ID
035300         IF NOT WS-FIRST-ROW
035400             PERFORM 2500-CLOSE-STATEMENT
035500         END-IF
035600         MOVE 'N' TO WS-FIRST-ROW-SW
035700         PERFORM 2400-OPEN-STATEMENT
035800     END-IF
035900     ADD 1 TO WS-ROWS-PRICED
036000     PERFORM 2100-FIND-COURSE-FEE
036100     COMPUTE WS-LIST-FEE ROUNDED
036200         = WS-BL-CREDITS * WS-RATE-USED + WS-FLAT-USED
036300     MOVE SPACES TO SD-NOTE
036400     MOVE WS-LIST-FEE TO WS-LINE-CHARGE
036500     IF WS-BL-STATUS = 'D'
036600         ADD 1 TO WS-DROPS-PRICED
036700         PERFORM 2200-FIND-REFUND-PCT
036800         COMPUTE WS-REFUND-AMOUNT ROUNDED
036900             = WS-LIST-FEE * WS-REFUND-PCT / 100
037000         SUBTRACT WS-REFUND-AMOUNT FROM WS-LINE-CHARGE
037100         MOVE WS-REFUND-PCT TO DN-REFUND-PCT
037200         MOVE WS-DROP-NOTE  TO SD-NOTE
037300     END-IF
037400     ADD WS-LINE-CHARGE TO WS-STUDENT-CHARGES
037500     MOVE WS-BL-COURSE-CODE  TO SD-COURSE-CODE
037600     MOVE WS-BL-COURSE-TITLE TO SD-COURSE-TITLE
037700     MOVE WS-BL-CREDITS      TO SD-CREDITS
037800     MOVE WS-LIST-FEE        TO SD-LIST-FEE
037900     MOVE WS-LINE-CHARGE     TO SD-CHARGE
038000     IF WS-BL-COURSE-CODE = SPACES
038100         MOVE 'COURSE NOT RECORDED' TO SD-COURSE-TITLE
038200     END-IF
038300     WRITE STMT-LINE FROM WS-STMT-DETAIL
038400     ADD 1 TO WS-REPORT-LINES
038500     PERFORM 1100-FETCH-NEXT-ROW.
038600*=================================================================
038700*    2100-FIND-COURSE-FEE - THE COURSE'S OWN ROW, ELSE THE
038800*    DEFAULT RATE AND NO FLAT FEE
038900*=================================================================
039000 2100-FIND-COURSE-FEE.
039100     MOVE WS-DEFAULT-RATE TO WS-RATE-USED
039200     MOVE ZERO            TO WS-FLAT-USED
039300     PERFORM 2110-CHECK-FEE-ROW
039400         VARYING WS-FEE-SUB FROM 1 BY 1
039500         UNTIL WS-FEE-SUB > WS-FEE-COUNT.
039600*=================================================================
039700*    2110-CHECK-FEE-ROW
039800*=================================================================
039900 2110-CHECK-FEE-ROW.
040000     IF WS-FT-COURSE-CODE (WS-FEE-SUB) = WS-BL-COURSE-CODE
040100         IF WS-FT-CREDIT-RATE (WS-FEE-SUB) > ZERO
040200             MOVE WS-FT-CREDIT-RATE (WS-FEE-SUB) TO WS-RATE-USED
040300         END-IF
040400         MOVE WS-FT-FLAT-FEE (WS-FEE-SUB) TO WS-FLAT-USED
040500         MOVE WS-FEE-COUNT TO WS-FEE-SUB
040600     END-IF.
040700*=================================================================
040800*    2200-FIND-REFUND-PCT - FIRST CUTOFF ON OR AFTER THE DROP
040900*    DATE; NONE LEFT MEANS NO REFUND
041000*=================================================================
041100 2200-FIND-REFUND-PCT.
041200     IF WS-STEP-COUNT = ZERO
041300         OR WS-BL-DROP-DATE = ZERO
041400         MOVE 100 TO WS-REFUND-PCT
041500     ELSE
041600         MOVE ZERO TO WS-REFUND-PCT
041700         MOVE 'N'  TO WS-STEP-FOUND-SW
041800         PERFORM 2210-CHECK-REFUND-STEP
041900             VARYING WS-STEP-SUB FROM 1 BY 1
042000             UNTIL WS-STEP-SUB > WS-STEP-COUNT
042100                OR WS-STEP-FOUND
042200     END-IF.
042300*=================================================================
042400*    2210-CHECK-REFUND-STEP
042500*=================================================================
042600 2210-CHECK-REFUND-STEP.
042700     IF WS-BL-DROP-DATE NOT > WS-RS-CUTOFF-DATE (WS-STEP-SUB)
042800         MOVE 'Y' TO WS-STEP-FOUND-SW
042900         MOVE WS-RS-REFUND-PCT (WS-STEP-SUB) TO WS-REFUND-PCT
043000     END-IF.
043100*=================================================================
043200*    2400-OPEN-STATEMENT
043300*=================================================================
043400 2400-OPEN-STATEMENT.
043500     MOVE WS-BL-STUDENT-ID   TO WS-BREAK-STUDENT-ID
043600     MOVE WS-BL-STUDENT-NAME TO WS-BREAK-STUDENT-NAME
043700     MOVE ZERO               TO WS-STUDENT-CHARGES
043800     ADD 1 TO WS-STUDENTS-BILLED
043900     MOVE SPACES             TO STMT-LINE
044000     WRITE STMT-LINE
044100     MOVE WS-CTL-TERM        TO SH-TERM
044200     MOVE WS-BL-STUDENT-ID   TO SH-STUDENT-ID
044300     MOVE WS-BL-STUDENT-NAME TO SH-STUDENT-NAME
044400     WRITE STMT-LINE FROM WS-STMT-HEAD-LINE
044500     ADD 2 TO WS-REPORT-LINES.
044600*=================================================================
044700*    2500-CLOSE-STATEMENT - SETS THE TERM'S CHARGES ON STUACCT
044800*    AND PRINTS PAYMENTS, OTHER-TERM BALANCE AND TOTAL DUE
044900*=================================================================
045000 2500-CLOSE-STATEMENT.
045100     MOVE WS-BREAK-STUDENT-ID TO WS-ACCT-STUDENT-ID
045200     MOVE WS-STUDENT-CHARGES  TO WS-ACCT-CHARGES
045300     ADD WS-STUDENT-CHARGES   TO WS-TERM-CHARGES-TOTAL
045400     PERFORM 2600-SET-TERM-CHARGES
045500     MOVE ZERO TO WS-ACCT-PAYMENTS
045600   EXEC SQL
045700     SELECT TERM-PAYMENTS
045800       INTO :WS-ACCT-PAYMENTS
045900       FROM STUACCT
046000       WHERE STUDENT-ID = :WS-ACCT-STUDENT-ID
046100         AND TERM = :WS-CTL-TERM
046200   END-EXEC
046300     MOVE ZERO TO WS-OTHER-BALANCE
046400   EXEC SQL
046500     SELECT COALESCE(SUM(TERM-CHARGES - TERM-PAYMENTS), 0)
046600       INTO :WS-OTHER-BALANCE
046700       FROM STUACCT
046800       WHERE STUDENT-ID = :WS-ACCT-STUDENT-ID
046900         AND TERM <> :WS-CTL-TERM
047000   END-EXEC
047100     COMPUTE WS-TOTAL-DUE
047200         = WS-STUDENT-CHARGES - WS-ACCT-PAYMENTS
047300         + WS-OTHER-BALANCE
047400     MOVE 'TERM CHARGES'             TO ST-LABEL
047500     MOVE WS-STUDENT-CHARGES         TO ST-AMOUNT
047600     PERFORM 2900-WRITE-TOTAL-LINE
047700     MOVE 'PAYMENTS THIS TERM'       TO ST-LABEL
047800     MOVE WS-ACCT-PAYMENTS           TO ST-AMOUNT
047900     PERFORM 2900-WRITE-TOTAL-LINE
048000     IF WS-OTHER-BALANCE NOT = ZERO
048100         MOVE 'BALANCE FROM OTHER TERMS' TO ST-LABEL
048200         MOVE WS-OTHER-BALANCE       TO ST-AMOUNT
048300         PERFORM 2900-WRITE-TOTAL-LINE
048400     END-IF
048500     MOVE 'TOTAL DUE'                TO ST-LABEL
048600     MOVE WS-TOTAL-DUE               TO ST-AMOUNT
048700     PERFORM 2900-WRITE-TOTAL-LINE.
048800*=================================================================
048900*    2600-SET-TERM-CHARGES - REPLACE, OR OPEN THE ACCOUNT ROW
049000*=================================================================
049100 2600-SET-TERM-CHARGES.
049200   EXEC SQL
049300     UPDATE STUACCT
049400       SET TERM-CHARGES = :WS-ACCT-CHARGES,
049500           LAST-BILL-DATE = :WS-BILL-DATE
049600       WHERE STUDENT-ID = :WS-ACCT-STUDENT-ID
049700         AND TERM = :WS-CTL-TERM
049800   END-EXEC
049900     IF SQLCODE = 100
050000   EXEC SQL
050100     INSERT INTO STUACCT
050200       (STUDENT-ID, TERM, TERM-CHARGES, TERM-PAYMENTS,
050300        LAST-BILL-DATE, LAST-PAY-DATE)
050400       VALUES (:WS-ACCT-STUDENT-ID, :WS-CTL-TERM,
050500               :WS-ACCT-CHARGES, 0, :WS-BILL-DATE, 0)
050600   END-EXEC
050700     END-IF
050800     IF SQLCODE NOT = 0
050900         ADD 1 TO WS-ACCOUNT-ERRORS
051000         DISPLAY 'TUITBILL: STUACCT SQLCODE=' SQLCODE
051100             ' STUDENT=' WS-ACCT-STUDENT-ID
051200     END-IF.
051300*=================================================================
051400*    2900-WRITE-TOTAL-LINE
051500*=================================================================
051600 2900-WRITE-TOTAL-LINE.
051700     WRITE STMT-LINE FROM WS-STMT-TOTAL-LINE
051800     ADD 1 TO WS-REPORT-LINES.
051900*=================================================================
052000*    3000-TERMINATE
052100*=================================================================
052200 3000-TERMINATE.
052300     IF WS-CTL-OK
052400   EXEC SQL
052500     CLOSE BILLCUR
052600   END-EXEC
052700   EXEC SQL
052800     COMMIT WORK
052900   END-EXEC
053000     END-IF
053100     CLOSE TUIT-STMT
053200     IF WS-ACCOUNT-ERRORS > ZERO
053300         MOVE 8 TO RETURN-CODE
053400     END-IF
053500     DISPLAY 'TUITBILL: STUDENTS BILLED = ' WS-STUDENTS-BILLED
053600     DISPLAY 'TUITBILL: ROWS PRICED     = ' WS-ROWS-PRICED
053700     DISPLAY 'TUITBILL: DROPS PRICED    = ' WS-DROPS-PRICED
053800     DISPLAY 'TUITBILL: ACCOUNT ERRORS  = ' WS-ACCOUNT-ERRORS
053900     DISPLAY 'TUITBILL: TERM CHARGES    = '
054000         WS-TERM-CHARGES-TOTAL.
054100*=================================================================
054200*=================================================================
054300*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
054400*=================================================================
054500 9000-DISPLAY-VERSION-TRAILER.
054600     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='TUITBILL -'==
054700                             ==:LINECOUNT:== BY
054800                                 WS-REPORT-LINES.
