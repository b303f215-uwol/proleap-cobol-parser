000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    BUDVAR.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY BUDGET-VERSUS-
001200*                   ACTUAL REPORT.
001210*  2026-10-15 VSG   LEDGER KEY CARRIES THE STORE - START AT
001220*                   STORE 00, EVERY STORE'S ROW ADDING INTO
001230*                   THE ACCOUNT'S COMPANY-WIDE ACTUAL.
001300*=================================================================
001400*  PRINTS, FOR EVERY LEDGER ACCOUNT WITH ACTIVITY ON LEDGFILE OR
001500*  A FIGURE ON BUDGFILE, THE MONTH'S ACTUAL NEXT TO ITS BUDGET
001600*  AND THE YEAR-TO-DATE ACTUAL NEXT TO THE YEAR-TO-DATE BUDGET,
001700*  WITH THE VARIANCE AMOUNT AND PERCENTAGE (OF BUDGET) FOR EACH.
001800*  ACTUAL IS STATED THE WAY THE ACCOUNT NORMALLY RUNS, LIKE THE
001900*  BUDGET: DEBITS LESS CREDITS FOR ASSET AND EXPENSE ACCOUNTS,
002000*  CREDITS LESS DEBITS FOR 2000-4999.  A VARIANCE IS FLAGGED
002100*  WHEN IT IS AT LEAST THE FLAG PERCENTAGE OF BUDGET (BUDVCARD
002200*  COLUMNS 8-9, DEFAULT 10) AND AT LEAST THE FLAG AMOUNT
002300*  (COLUMNS 11-17, DEFAULT 100.00) EITHER WAY; AN ACCOUNT WITH
002400*  NO BUDGET IS FLAGGED ON THE AMOUNT ALONE.  REVENUE (4XXX)
002500*  AND EXPENSE (5XXX AND UP) TOTALS AND THE NET INCOME CLOSE
002600*  THE REPORT.
002700*
002800*  THE PERIOD IS BUDVCARD COLUMNS 1-6 (YYYYMM), OTHERWISE THE
002900*  MONTH BEFORE THE BUSINESS DATE.  BUDVAR IS A MONTH-END LEG
003000*  ON THE CALSCHED PROCESSING CALENDAR: WHEN TONIGHT'S CALDECIS
003100*  DECISIONS FILE SAYS SKIP FOR BUDVAR THE RUN ENDS AT ONCE,
003200*  RC 0, WITHOUT A REPORT.  WITH NO CALDECIS, OR NO BUDVAR ROW
003300*  ON IT, THE REPORT RUNS AS A STRAIGHT REQUEST.
003400*=================================================================
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL LEDGFILE ASSIGN TO 'IDXLEDG'
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS LEDG-KEY OF LEDGER-RECORD
004500         FILE STATUS IS FC-LEDGFILE-STATUS.
004600     SELECT OPTIONAL BUDGFILE ASSIGN TO 'IDXBUDG'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS BUDG-KEY OF BUDGET-RECORD
005000         FILE STATUS IS FC-BUDGFILE-STATUS.
005100     SELECT OPTIONAL BUDVCARD-FILE ASSIGN TO 'BUDVCARD'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FC-BUDVCARD-STATUS.
005400     SELECT OPTIONAL CALDECIS-IN ASSIGN TO 'CALDECIS'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FC-CALDECIS-STATUS.
005700     SELECT BUDVAR-RPT ASSIGN TO 'BUDVAR'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FC-BUDVAR-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LEDGFILE.
006300 COPY LEDGREC.
006400 FD  BUDGFILE.
006500 COPY BUDGREC.
006600 FD  BUDVCARD-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  BUDVAR-CARD.
006900     05  BV-PERIOD-YYYYMM           PIC 9(6).
007000     05  FILLER                     PIC X(1).
007100     05  BV-FLAG-PCT                PIC 9(2).
007200     05  FILLER                     PIC X(1).
007300     05  BV-FLAG-AMOUNT             PIC 9(5)V99.
007400     05  FILLER                     PIC X(63).
007500 FD  CALDECIS-IN
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  CALDECIS-IN-LINE.
007800     05  FILLER                     PIC X(1).
007900     05  CD-JOB-NAME                PIC X(20).
008000     05  FILLER                     PIC X(2).
008100     05  CD-DECISION                PIC X(4).
008200     05  FILLER                     PIC X(53).
008300 FD  BUDVAR-RPT
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  BUDVAR-LINE                    PIC X(80).
008600 WORKING-STORAGE SECTION.
008700*=================================================================
008800 COPY VERSTAMP.
008900 01  FC-STATUSES.
009000     05  FC-LEDGFILE-STATUS         PIC X(2).
009100     05  FC-BUDGFILE-STATUS         PIC X(2).
009200     05  FC-BUDVCARD-STATUS         PIC X(2).
009300     05  FC-CALDECIS-STATUS         PIC X(2).
009400     05  FC-BUDVAR-STATUS           PIC X(2).
009500 01  WS-SWITCHES.
009600     05  WS-LEDG-EOF-SW             PIC X(1) VALUE 'N'.
009700         88  WS-LEDG-EOF            VALUE 'Y'.
009800     05  WS-BUDG-EOF-SW             PIC X(1) VALUE 'N'.
009900         88  WS-BUDG-EOF            VALUE 'Y'.
010000     05  WS-CAL-EOF-SW              PIC X(1) VALUE 'N'.
010100         88  WS-CAL-EOF             VALUE 'Y'.
010200     05  WS-NOT-DUE-SW              PIC X(1) VALUE 'N'.
010300         88  WS-NOT-DUE             VALUE 'Y'.
010400 01  WS-CURRENT-DATE.
010500     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
010600     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE-YYYYMMDD.
010700         10  WS-CURRENT-YYYY        PIC 9(4).
010800         10  WS-CURRENT-MM          PIC 9(2).
010900         10  WS-CURRENT-DD          PIC 9(2).
011000 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
011100 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.
011200     05  WS-PERIOD-YYYY             PIC 9(4).
011300     05  WS-PERIOD-MM               PIC 9(2).
011400 01  WS-YEAR-START-YYYYMM           PIC 9(6).
011500 01  WS-FLAG-PCT                    PIC 9(2) VALUE 10.
011600 01  WS-FLAG-AMOUNT                 PIC 9(5)V99 VALUE 100.00.
011700 01  WS-LEDG-ACTUAL                 PIC S9(11)V99.
011800 01  WS-ACCOUNT-HOLD                PIC 9(4).
011900*=================================================================
012000*    ONE ENTRY PER ACCOUNT, KEPT IN ACCOUNT ORDER AS IT LOADS;
012100*    300 ARE USED, THE LAST ENTRY STOPS THE INSERTION SCAN
012200*=================================================================
012300 01  WS-ACCT-TABLE.
012400     05  WS-ACCT-COUNT              PIC 9(3) VALUE ZERO.
012500     05  WS-ACCT-ENTRY OCCURS 301 TIMES.
012600         10  WS-AT-ACCOUNT          PIC 9(4).
012700         10  WS-AT-MTH-ACTUAL       PIC S9(11)V99.
012800         10  WS-AT-MTH-BUDGET       PIC S9(11)V99.
012900         10  WS-AT-YTD-ACTUAL       PIC S9(11)V99.
013000         10  WS-AT-YTD-BUDGET       PIC S9(11)V99.
013100 01  WS-ACCT-SUB                    PIC 9(3).
013200 01  WS-MATCH-SUB                   PIC 9(3).
013300 01  WS-SHIFT-SUB                   PIC 9(3).
013400 01  WS-VARIANCE-FIELDS.
013500     05  WS-LINE-ACTUAL             PIC S9(11)V99.
013600     05  WS-LINE-BUDGET             PIC S9(11)V99.
013700     05  WS-VARIANCE                PIC S9(11)V99.
013800     05  WS-VARIANCE-ABS            PIC 9(11)V99.
013900     05  WS-BUDGET-ABS              PIC 9(11)V99.
014000     05  WS-VARIANCE-PCT            PIC S9(4)V9.
014100     05  WS-PCT-ABS                 PIC 9(4)V9.
014200     05  WS-LINE-FLAG-SW            PIC X(1).
014300         88  WS-LINE-FLAGGED        VALUE 'Y'.
014400 01  WS-GROUP-TOTALS.
014500     05  WS-REV-MTH-ACTUAL          PIC S9(11)V99 VALUE ZERO.
014600     05  WS-REV-MTH-BUDGET          PIC S9(11)V99 VALUE ZERO.
014700     05  WS-REV-YTD-ACTUAL          PIC S9(11)V99 VALUE ZERO.
014800     05  WS-REV-YTD-BUDGET          PIC S9(11)V99 VALUE ZERO.
014900     05  WS-EXP-MTH-ACTUAL          PIC S9(11)V99 VALUE ZERO.
015000     05  WS-EXP-MTH-BUDGET          PIC S9(11)V99 VALUE ZERO.
015100     05  WS-EXP-YTD-ACTUAL          PIC S9(11)V99 VALUE ZERO.
015200     05  WS-EXP-YTD-BUDGET          PIC S9(11)V99 VALUE ZERO.
015300 01  WS-COUNTERS.
015400     05  WS-LEDG-READ               PIC 9(5) VALUE ZERO.
015500     05  WS-BUDG-READ               PIC 9(5) VALUE ZERO.
015600     05  WS-ACCOUNTS-DROPPED        PIC 9(5) VALUE ZERO.
015700     05  WS-ACCOUNTS-FLAGGED        PIC 9(5) VALUE ZERO.
015800     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
015900 01  WS-HEAD-LINE-1.
016000     05  FILLER                     PIC X(1)  VALUE SPACE.
016100     05  FILLER                     PIC X(33)
016200         VALUE 'BUDGET VERSUS ACTUAL  FOR PERIOD '.
016300     05  HD-PERIOD                  PIC 9(6).
016400     05  FILLER                     PIC X(10)
016500         VALUE '   RUN ON '.
016600     05  HD-RUN-DATE                PIC 9(8).
016700 01  WS-HEAD-LINE-2.
016800     05  FILLER                     PIC X(1)  VALUE SPACE.
016900     05  FILLER                     PIC X(40)
017000         VALUE 'ACCT          ACTUAL           BUDGET   '.
017100     05  FILLER                     PIC X(36)
017200         VALUE '      VARIANCE    VAR %  FLAG       '.
017300 01  WS-DETAIL-LINE.
017400     05  FILLER                     PIC X(1)  VALUE SPACE.
017500     05  DL-ACCOUNT                 PIC X(4).
017600     05  FILLER                     PIC X(1)  VALUE SPACE.
017700     05  DL-BASIS                   PIC X(5).
017800     05  DL-ACTUAL                  PIC -ZZZZZZZZZZ9.99.
017900     05  FILLER                     PIC X(2)  VALUE SPACE.
018000     05  DL-BUDGET                  PIC -ZZZZZZZZZZ9.99.
018100     05  FILLER                     PIC X(2)  VALUE SPACE.
018200     05  DL-VARIANCE                PIC -ZZZZZZZZZZ9.99.
018300     05  FILLER                     PIC X(2)  VALUE SPACE.
018400     05  DL-VARIANCE-PCT            PIC -ZZZ9.9.
018500     05  DL-NO-BUDGET REDEFINES DL-VARIANCE-PCT
018600                                    PIC X(7).
018700     05  FILLER                     PIC X(2)  VALUE SPACE.
018800     05  DL-FLAG                    PIC X(4).
018900 01  WS-NOT-DUE-LINE.
019000     05  FILLER                     PIC X(1)  VALUE SPACE.
019100     05  FILLER                     PIC X(45)
019200         VALUE 'NOT DUE TONIGHT - CALSCHED DECISION IS SKIP'.
019300 PROCEDURE DIVISION.
019400*=================================================================
019500 0000-MAINLINE.
019600     PERFORM 0900-DISPLAY-VERSION-STAMP
019700     PERFORM 1000-INITIALIZE
019800     IF NOT WS-NOT-DUE
019900         PERFORM 2000-LOAD-ONE-LEDGER-ROW
020000             UNTIL WS-LEDG-EOF
020100         PERFORM 3000-LOAD-ONE-BUDGET-ROW
020200             UNTIL WS-BUDG-EOF
020300         PERFORM 5000-PRINT-THE-REPORT
020400     END-IF
020500     PERFORM 6000-TERMINATE
020600     PERFORM 9000-DISPLAY-VERSION-TRAILER
020700     STOP RUN.
020800*=================================================================
020900*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
021000*=================================================================
021100 0900-DISPLAY-VERSION-STAMP.
021200     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='BUDVAR -'==
021300                             ==:PROGVERS:== BY =='Version 001'==.
021400*=================================================================
021500*    1000-INITIALIZE - CALENDAR GATE, PERIOD, POSITION FILES
021600*=================================================================
021700 1000-INITIALIZE.
021800     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
021900     PERFORM 1020-CHECK-THE-CALENDAR
022000     PERFORM 1050-LOAD-CONTROL-CARD
022100     OPEN OUTPUT BUDVAR-RPT
022200     IF WS-NOT-DUE
022300         DISPLAY 'BUDVAR: NOT DUE ON THE PROCESSING CALENDAR'
022400         WRITE BUDVAR-LINE FROM WS-NOT-DUE-LINE
022500         ADD 1 TO WS-REPORT-LINES
022600         MOVE 'Y' TO WS-LEDG-EOF-SW
022700         MOVE 'Y' TO WS-BUDG-EOF-SW
022800     ELSE
022900         PERFORM 1100-OPEN-THE-FILES
023000     END-IF.
023100*=================================================================
023200*    1020-CHECK-THE-CALENDAR - A SKIP DECISION FOR BUDVAR ON
023300*    TONIGHT'S CALDECIS STANDS THE RUN DOWN
023400*=================================================================
023500 1020-CHECK-THE-CALENDAR.
023600     OPEN INPUT CALDECIS-IN
023700     IF FC-CALDECIS-STATUS NOT = '00'
023800         MOVE 'Y' TO WS-CAL-EOF-SW
023900     END-IF
024000     PERFORM 1030-CHECK-ONE-DECISION
024100         UNTIL WS-CAL-EOF
024200     CLOSE CALDECIS-IN.
024300*=================================================================
024400*    1030-CHECK-ONE-DECISION
024500*=================================================================
024600 1030-CHECK-ONE-DECISION.
024700     READ CALDECIS-IN
024800         AT END
024900             MOVE 'Y' TO WS-CAL-EOF-SW
025000     END-READ
025100     IF NOT WS-CAL-EOF
025200         AND CD-JOB-NAME = 'BUDVAR'
025300         IF CD-DECISION = 'SKIP'
025400             MOVE 'Y' TO WS-NOT-DUE-SW
025500         END-IF
025600         MOVE 'Y' TO WS-CAL-EOF-SW
025700     END-IF.
025800*=================================================================
025900*    1050-LOAD-CONTROL-CARD - PERIOD AND FLAG THRESHOLDS; THE
026000*    PERIOD DEFAULTS TO THE MONTH BEFORE THE BUSINESS DATE
026100*=================================================================
026200 1050-LOAD-CONTROL-CARD.
026300     OPEN INPUT BUDVCARD-FILE
026400     IF FC-BUDVCARD-STATUS = '00'
026500         READ BUDVCARD-FILE
026600             AT END
026700                 CONTINUE
026800             NOT AT END
026900                 IF BV-PERIOD-YYYYMM NUMERIC
027000                     AND BV-PERIOD-YYYYMM > ZERO
027100                     MOVE BV-PERIOD-YYYYMM TO WS-PERIOD-YYYYMM
027200                 END-IF
027300                 IF BV-FLAG-PCT NUMERIC
027400                     AND BV-FLAG-PCT > ZERO
027500                     MOVE BV-FLAG-PCT TO WS-FLAG-PCT
027600                 END-IF
027700                 IF BV-FLAG-AMOUNT NUMERIC
027800                     AND BV-FLAG-AMOUNT > ZERO
027900                     MOVE BV-FLAG-AMOUNT TO WS-FLAG-AMOUNT
028000                 END-IF
028100         END-READ
028200     END-IF
028300     CLOSE BUDVCARD-FILE
028400     IF WS-PERIOD-YYYYMM = ZERO
028500         OR WS-PERIOD-MM < 1
028600         OR WS-PERIOD-MM > 12
028700         IF WS-CURRENT-MM = 1
028800             COMPUTE WS-PERIOD-YYYY = WS-CURRENT-YYYY - 1
028900             MOVE 12 TO WS-PERIOD-MM
029000         ELSE
029100             MOVE WS-CURRENT-YYYY TO WS-PERIOD-YYYY
029200             COMPUTE WS-PERIOD-MM = WS-CURRENT-MM - 1
029300         END-IF
029400     END-IF
029500     COMPUTE WS-YEAR-START-YYYYMM = (WS-PERIOD-YYYY * 100) + 1.
029600*=================================================================
029700*    1100-OPEN-THE-FILES - LEDGER FROM PERIOD 01 OF THE YEAR,
029800*    BUDGET FROM PERIOD 01 OF THE FISCAL YEAR
029900*=================================================================
030000 1100-OPEN-THE-FILES.
030100     OPEN INPUT LEDGFILE
030200     IF FC-LEDGFILE-STATUS NOT = '00'
030300         DISPLAY 'BUDVAR: LEDGFILE NOT AVAILABLE, STATUS='
030400             FC-LEDGFILE-STATUS
030500         MOVE 'Y' TO WS-LEDG-EOF-SW
030600     ELSE
030700         MOVE WS-YEAR-START-YYYYMM TO LEDG-PERIOD-YYYYMM
030800         MOVE ZERO TO LEDG-ACCOUNT
030810         MOVE ZERO TO LEDG-STORE-CODE
030900         START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
031000             INVALID KEY
031100                 MOVE 'Y' TO WS-LEDG-EOF-SW
031200         END-START
031300     END-IF
031400     OPEN INPUT BUDGFILE
031500     IF FC-BUDGFILE-STATUS NOT = '00'
031600         DISPLAY 'BUDVAR: BUDGFILE NOT AVAILABLE, STATUS='
031700             FC-BUDGFILE-STATUS
031800         MOVE 'Y' TO WS-BUDG-EOF-SW
031900     ELSE
032000         MOVE WS-PERIOD-YYYY TO BUDG-FISCAL-YEAR
032100         MOVE 1 TO BUDG-PERIOD
032200         MOVE ZERO TO BUDG-ACCOUNT
032300         START BUDGFILE KEY IS NOT LESS THAN BUDG-KEY
032400             INVALID KEY
032500                 MOVE 'Y' TO WS-BUDG-EOF-SW
032600         END-START
032700     END-IF.
032800*=================================================================
032900*    2000-LOAD-ONE-LEDGER-ROW - YEAR-TO-DATE ACTUAL, AND THE
033000*    MONTH'S ACTUAL FOR THE REPORT PERIOD
033100*=================================================================
033200 2000-LOAD-ONE-LEDGER-ROW.
033300     READ LEDGFILE NEXT RECORD
033400         AT END
033500             MOVE 'Y' TO WS-LEDG-EOF-SW
033600     END-READ
033700     IF NOT WS-LEDG-EOF
033800         AND LEDG-PERIOD-YYYYMM > WS-PERIOD-YYYYMM
033900         MOVE 'Y' TO WS-LEDG-EOF-SW
034000     END-IF
034100     IF NOT WS-LEDG-EOF
034200         ADD 1 TO WS-LEDG-READ
034300         MOVE LEDG-ACCOUNT TO WS-ACCOUNT-HOLD
034400         PERFORM 4000-FIND-ACCOUNT
034500         IF WS-MATCH-SUB = ZERO
034600             ADD 1 TO WS-ACCOUNTS-DROPPED
034700         ELSE
034800             IF LEDG-ACCOUNT >= 2000
034900                 AND LEDG-ACCOUNT < 5000
035000                 COMPUTE WS-LEDG-ACTUAL =
035100                     LEDG-CREDITS - LEDG-DEBITS
035200             ELSE
035300                 COMPUTE WS-LEDG-ACTUAL =
035400                     LEDG-DEBITS - LEDG-CREDITS
035500             END-IF
035600             ADD WS-LEDG-ACTUAL
035700                 TO WS-AT-YTD-ACTUAL (WS-MATCH-SUB)
035800             IF LEDG-PERIOD-YYYYMM = WS-PERIOD-YYYYMM
035900                 ADD WS-LEDG-ACTUAL
036000                     TO WS-AT-MTH-ACTUAL (WS-MATCH-SUB)
036100             END-IF
036200         END-IF
036300     END-IF.
036400*=================================================================
036500*    3000-LOAD-ONE-BUDGET-ROW - YEAR-TO-DATE BUDGET, AND THE
036600*    MONTH'S BUDGET FOR THE REPORT PERIOD
036700*=================================================================
036800 3000-LOAD-ONE-BUDGET-ROW.
036900     READ BUDGFILE NEXT RECORD
037000         AT END
037100             MOVE 'Y' TO WS-BUDG-EOF-SW
037200     END-READ
037300     IF NOT WS-BUDG-EOF
037400         AND (BUDG-FISCAL-YEAR NOT = WS-PERIOD-YYYY
037500             OR BUDG-PERIOD > WS-PERIOD-MM)
037600         MOVE 'Y' TO WS-BUDG-EOF-SW
037700     END-IF
037800     IF NOT WS-BUDG-EOF
037900         ADD 1 TO WS-BUDG-READ
038000         MOVE BUDG-ACCOUNT TO WS-ACCOUNT-HOLD
038100         PERFORM 4000-FIND-ACCOUNT
038200         IF WS-MATCH-SUB = ZERO
038300             ADD 1 TO WS-ACCOUNTS-DROPPED
038400         ELSE
038500             ADD BUDG-AMOUNT
038600                 TO WS-AT-YTD-BUDGET (WS-MATCH-SUB)
038700             IF BUDG-PERIOD = WS-PERIOD-MM
038800                 ADD BUDG-AMOUNT
038900                     TO WS-AT-MTH-BUDGET (WS-MATCH-SUB)
039000             END-IF
039100         END-IF
039200     END-IF.
039300*=================================================================
039400*    4000-FIND-ACCOUNT - TABLE ENTRY FOR WS-ACCOUNT-HOLD,
039500*    INSERTED IN ACCOUNT ORDER WHEN NEW; WS-MATCH-SUB IS LEFT
039600*    ZERO WHEN A NEW ACCOUNT FINDS THE TABLE FULL
039700*=================================================================
039800 4000-FIND-ACCOUNT.
039900     MOVE ZERO TO WS-MATCH-SUB
040000     MOVE 1 TO WS-ACCT-SUB
040100     PERFORM 4010-STEP-PAST-ONE-ENTRY
040200         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
040300         OR WS-AT-ACCOUNT (WS-ACCT-SUB) >= WS-ACCOUNT-HOLD
040400     IF WS-ACCT-SUB NOT > WS-ACCT-COUNT
040500         AND WS-AT-ACCOUNT (WS-ACCT-SUB) = WS-ACCOUNT-HOLD
040600         MOVE WS-ACCT-SUB TO WS-MATCH-SUB
040700     ELSE
040800         IF WS-ACCT-COUNT < 300
040900             PERFORM 4020-SHIFT-ONE-ENTRY
041000                 VARYING WS-SHIFT-SUB FROM WS-ACCT-COUNT BY -1
041100                 UNTIL WS-SHIFT-SUB < WS-ACCT-SUB
041200             ADD 1 TO WS-ACCT-COUNT
041300             MOVE WS-ACCT-SUB TO WS-MATCH-SUB
041400             MOVE WS-ACCOUNT-HOLD
041500                 TO WS-AT-ACCOUNT (WS-MATCH-SUB)
041600             MOVE ZERO TO WS-AT-MTH-ACTUAL (WS-MATCH-SUB)
041700             MOVE ZERO TO WS-AT-MTH-BUDGET (WS-MATCH-SUB)
041800             MOVE ZERO TO WS-AT-YTD-ACTUAL (WS-MATCH-SUB)
041900             MOVE ZERO TO WS-AT-YTD-BUDGET (WS-MATCH-SUB)
042000         END-IF
042100     END-IF.
042200*=================================================================
042300*    4010-STEP-PAST-ONE-ENTRY
042400*=================================================================
042500 4010-STEP-PAST-ONE-ENTRY.
042600     ADD 1 TO WS-ACCT-SUB.
042700*=================================================================
042800*    4020-SHIFT-ONE-ENTRY - OPEN A SLOT FOR THE NEW ACCOUNT
042900*=================================================================
043000 4020-SHIFT-ONE-ENTRY.
043100     MOVE WS-ACCT-ENTRY (WS-SHIFT-SUB)
043200         TO WS-ACCT-ENTRY (WS-SHIFT-SUB + 1).
043300*=================================================================
043400*    5000-PRINT-THE-REPORT - A MONTH AND A YEAR-TO-DATE LINE
043500*    PER ACCOUNT, THEN THE REVENUE/EXPENSE/NET INCOME LINES
043600*=================================================================
043700 5000-PRINT-THE-REPORT.
043800     MOVE WS-PERIOD-YYYYMM TO HD-PERIOD
043900     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-RUN-DATE
044000     WRITE BUDVAR-LINE FROM WS-HEAD-LINE-1
044100     WRITE BUDVAR-LINE FROM WS-HEAD-LINE-2
044200     ADD 2 TO WS-REPORT-LINES
044300     PERFORM 5100-PRINT-ONE-ACCOUNT
044400         VARYING WS-ACCT-SUB FROM 1 BY 1
044500         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
044600     PERFORM 5300-PRINT-THE-TOTALS.
044700*=================================================================
044800*    5100-PRINT-ONE-ACCOUNT
044900*=================================================================
045000 5100-PRINT-ONE-ACCOUNT.
045100     MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO DL-ACCOUNT
045200     MOVE 'MONTH' TO DL-BASIS
045300     MOVE WS-AT-MTH-ACTUAL (WS-ACCT-SUB) TO WS-LINE-ACTUAL
045400     MOVE WS-AT-MTH-BUDGET (WS-ACCT-SUB) TO WS-LINE-BUDGET
045500     PERFORM 5200-WRITE-VARIANCE-LINE
045600     IF WS-LINE-FLAGGED
045700         ADD 1 TO WS-ACCOUNTS-FLAGGED
045800     END-IF
045900     MOVE SPACES TO DL-ACCOUNT
046000     MOVE 'YTD  ' TO DL-BASIS
046100     MOVE WS-AT-YTD-ACTUAL (WS-ACCT-SUB) TO WS-LINE-ACTUAL
046200     MOVE WS-AT-YTD-BUDGET (WS-ACCT-SUB) TO WS-LINE-BUDGET
046300     PERFORM 5200-WRITE-VARIANCE-LINE
046400     IF WS-AT-ACCOUNT (WS-ACCT-SUB) >= 4000
046500         AND WS-AT-ACCOUNT (WS-ACCT-SUB) < 5000
046600         ADD WS-AT-MTH-ACTUAL (WS-ACCT-SUB) TO WS-REV-MTH-ACTUAL
046700         ADD WS-AT-MTH-BUDGET (WS-ACCT-SUB) TO WS-REV-MTH-BUDGET
046800         ADD WS-AT-YTD-ACTUAL (WS-ACCT-SUB) TO WS-REV-YTD-ACTUAL
046900         ADD WS-AT-YTD-BUDGET (WS-ACCT-SUB) TO WS-REV-YTD-BUDGET
047000     END-IF
047100     IF WS-AT-ACCOUNT (WS-ACCT-SUB) >= 5000
047200         ADD WS-AT-MTH-ACTUAL (WS-ACCT-SUB) TO WS-EXP-MTH-ACTUAL
047300         ADD WS-AT-MTH-BUDGET (WS-ACCT-SUB) TO WS-EXP-MTH-BUDGET
047400         ADD WS-AT-YTD-ACTUAL (WS-ACCT-SUB) TO WS-EXP-YTD-ACTUAL
047500         ADD WS-AT-YTD-BUDGET (WS-ACCT-SUB) TO WS-EXP-YTD-BUDGET
047600     END-IF.
047700*=================================================================
047800*    5200-WRITE-VARIANCE-LINE - VARIANCE, PERCENTAGE AND FLAG
047900*    FOR WS-LINE-ACTUAL AGAINST WS-LINE-BUDGET
048000*=================================================================
048100 5200-WRITE-VARIANCE-LINE.
048200     MOVE 'N' TO WS-LINE-FLAG-SW
048300     COMPUTE WS-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
048400     MOVE WS-VARIANCE TO WS-VARIANCE-ABS
048500     MOVE WS-LINE-BUDGET TO WS-BUDGET-ABS
048600     MOVE WS-LINE-ACTUAL TO DL-ACTUAL
048700     MOVE WS-LINE-BUDGET TO DL-BUDGET
048800     MOVE WS-VARIANCE TO DL-VARIANCE
048900     MOVE SPACES TO DL-FLAG
049000     IF WS-BUDGET-ABS = ZERO
049100         MOVE ' NO BUD' TO DL-NO-BUDGET
049200         IF WS-VARIANCE-ABS NOT < WS-FLAG-AMOUNT
049300             MOVE 'Y' TO WS-LINE-FLAG-SW
049400         END-IF
049500     ELSE
049600         COMPUTE WS-VARIANCE-PCT ROUNDED =
049700             (WS-VARIANCE * 100) / WS-BUDGET-ABS
049800             ON SIZE ERROR
049900                 MOVE 9999.9 TO WS-VARIANCE-PCT
050000                 IF WS-VARIANCE < ZERO
050100                     MOVE -9999.9 TO WS-VARIANCE-PCT
050200                 END-IF
050300         END-COMPUTE
050400         MOVE WS-VARIANCE-PCT TO WS-PCT-ABS
050500         MOVE WS-VARIANCE-PCT TO DL-VARIANCE-PCT
050600         IF WS-PCT-ABS NOT < WS-FLAG-PCT
050700             AND WS-VARIANCE-ABS NOT < WS-FLAG-AMOUNT
050800             MOVE 'Y' TO WS-LINE-FLAG-SW
050900         END-IF
051000     END-IF
051100     IF WS-LINE-FLAGGED
051200         IF WS-VARIANCE < ZERO
051300             MOVE 'UNDR' TO DL-FLAG
051400         ELSE
051500             MOVE 'OVER' TO DL-FLAG
051600         END-IF
051700     END-IF
051800     WRITE BUDVAR-LINE FROM WS-DETAIL-LINE
051900     ADD 1 TO WS-REPORT-LINES.
052000*=================================================================
052100*    5300-PRINT-THE-TOTALS - REVENUE, EXPENSE AND NET INCOME
052200*=================================================================
052300 5300-PRINT-THE-TOTALS.
052400     MOVE 'REV ' TO DL-ACCOUNT
052500     MOVE 'MONTH' TO DL-BASIS
052600     MOVE WS-REV-MTH-ACTUAL TO WS-LINE-ACTUAL
052700     MOVE WS-REV-MTH-BUDGET TO WS-LINE-BUDGET
052800     PERFORM 5200-WRITE-VARIANCE-LINE
052900     MOVE SPACES TO DL-ACCOUNT
053000     MOVE 'YTD  ' TO DL-BASIS
053100     MOVE WS-REV-YTD-ACTUAL TO WS-LINE-ACTUAL
053200     MOVE WS-REV-YTD-BUDGET TO WS-LINE-BUDGET
053300     PERFORM 5200-WRITE-VARIANCE-LINE
053400     MOVE 'EXP ' TO DL-ACCOUNT
053500     MOVE 'MONTH' TO DL-BASIS
053600     MOVE WS-EXP-MTH-ACTUAL TO WS-LINE-ACTUAL
053700     MOVE WS-EXP-MTH-BUDGET TO WS-LINE-BUDGET
053800     PERFORM 5200-WRITE-VARIANCE-LINE
053900     MOVE SPACES TO DL-ACCOUNT
054000     MOVE 'YTD  ' TO DL-BASIS
054100     MOVE WS-EXP-YTD-ACTUAL TO WS-LINE-ACTUAL
054200     MOVE WS-EXP-YTD-BUDGET TO WS-LINE-BUDGET
054300     PERFORM 5200-WRITE-VARIANCE-LINE
054400     MOVE 'NET ' TO DL-ACCOUNT
054500     MOVE 'MONTH' TO DL-BASIS
054600     COMPUTE WS-LINE-ACTUAL =
054700         WS-REV-MTH-ACTUAL - WS-EXP-MTH-ACTUAL
054800     COMPUTE WS-LINE-BUDGET =
054900         WS-REV-MTH-BUDGET - WS-EXP-MTH-BUDGET
055000     PERFORM 5200-WRITE-VARIANCE-LINE
055100     MOVE SPACES TO DL-ACCOUNT
055200     MOVE 'YTD  ' TO DL-BASIS
055300     COMPUTE WS-LINE-ACTUAL =
055400         WS-REV-YTD-ACTUAL - WS-EXP-YTD-ACTUAL
055500     COMPUTE WS-LINE-BUDGET =
055600         WS-REV-YTD-BUDGET - WS-EXP-YTD-BUDGET
055700     PERFORM 5200-WRITE-VARIANCE-LINE.
055800*=================================================================
055900*    6000-TERMINATE
056000*=================================================================
056100 6000-TERMINATE.
056200     IF NOT WS-NOT-DUE
056300         CLOSE LEDGFILE
056400         CLOSE BUDGFILE
056500     END-IF
056600     CLOSE BUDVAR-RPT
056700     DISPLAY 'BUDVAR: PERIOD            = ' WS-PERIOD-YYYYMM
056800     DISPLAY 'BUDVAR: LEDGER ROWS READ  = ' WS-LEDG-READ
056900     DISPLAY 'BUDVAR: BUDGET ROWS READ  = ' WS-BUDG-READ
057000     DISPLAY 'BUDVAR: ACCOUNTS LISTED   = ' WS-ACCT-COUNT
057100     DISPLAY 'BUDVAR: ACCOUNTS FLAGGED  = ' WS-ACCOUNTS-FLAGGED
057200     DISPLAY 'BUDVAR: ACCOUNTS DROPPED  = ' WS-ACCOUNTS-DROPPED.
057300*=================================================================
057400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
057500*=================================================================
057600 9000-DISPLAY-VERSION-TRAILER.
057700     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='BUDVAR -'==
057800                             ==:LINECOUNT:== BY
057900                                 WS-REPORT-LINES.
