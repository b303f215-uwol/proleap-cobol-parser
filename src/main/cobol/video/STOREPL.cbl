000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    STOREPL.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY PROFIT AND LOSS
001200*                   BY STORE WITH A CONSOLIDATED COLUMN.
001300*=================================================================
001400*  PRINTS THE MONTH'S PROFIT AND LOSS FROM THE STORE SEGMENT ON
001500*  LEDGFILE - ONE LINE PER REVENUE (4XXX) AND EXPENSE (5XXX AND
001600*  UP) ACCOUNT, ONE COLUMN PER STORE (STORE 00 IS HEAD OFFICE)
001700*  AND A CONSOLIDATED COLUMN, WITH REVENUE, EXPENSE AND NET
001800*  INCOME TOTALS.  REVENUE IS SHOWN AS CREDITS LESS DEBITS AND
001900*  EXPENSE AS DEBITS LESS CREDITS.  THE FIRST FOUR STORES WITH
002000*  ACTIVITY GET A COLUMN; ANY FURTHER STORE IS COUNTED IN THE
002100*  CONSOLIDATED COLUMN ONLY AND NOTED AT THE FOOT.
002200*
002300*  SHARED COSTS SUCH AS RENT AND THE HEAD-OFFICE CHARGE ARE
002400*  BOOKED TO STORE 00 AND SPREAD TO THE STORES BY ALLOCARD
002500*  CARDS AT REPORT TIME - THE LEDGER ITSELF IS NOT CHANGED.
002600*  EACH CARD NAMES THE ACCOUNT (COLUMNS 1-4), THE STORE THAT
002700*  TAKES A SHARE (6-7) AND ITS PERCENTAGE (9-13, 999V99).  AN
002800*  ACCOUNT'S CARDS SHARE OUT ITS STORE 00 AMOUNT; WHEN THEY
002900*  COME TO 100 PERCENT THE LAST CARD TAKES THE ROUNDING
003000*  REMAINDER SO STORE 00 IS LEFT WITH NOTHING, OTHERWISE THE
003100*  UNALLOCATED PART STAYS WITH STORE 00.  AN ACCOUNT WHOSE
003200*  CARDS COME TO MORE THAN 100 PERCENT IS NOT ALLOCATED.
003300*
003400*  THE PERIOD IS STPLCARD COLUMNS 1-6 (YYYYMM), OTHERWISE THE
003500*  MONTH BEFORE THE BUSINESS DATE.  LIKE BUDVAR, STOREPL IS A
003600*  MONTH-END LEG ON THE CALSCHED PROCESSING CALENDAR: A SKIP
003700*  DECISION FOR STOREPL ON TONIGHT'S CALDECIS ENDS THE RUN AT
003800*  ONCE, RC 0, WITHOUT A REPORT.
003900*=================================================================
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL LEDGFILE ASSIGN TO 'IDXLEDG'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS LEDG-KEY OF LEDGER-RECORD
005000         FILE STATUS IS FC-LEDGFILE-STATUS.
005100     SELECT OPTIONAL STPLCARD-FILE ASSIGN TO 'STPLCARD'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FC-STPLCARD-STATUS.
005400     SELECT OPTIONAL ALLOCARD-FILE ASSIGN TO 'ALLOCARD'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FC-ALLOCARD-STATUS.
005700     SELECT OPTIONAL CALDECIS-IN ASSIGN TO 'CALDECIS'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FC-CALDECIS-STATUS.
006000     SELECT STOREPL-RPT ASSIGN TO 'STOREPL'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FC-STOREPL-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  LEDGFILE.
006600 COPY LEDGREC.
006700 FD  STPLCARD-FILE
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  STPLCARD-CARD.
007000     05  PL-PERIOD-YYYYMM           PIC 9(6).
007100     05  FILLER                     PIC X(74).
007200 FD  ALLOCARD-FILE
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  ALLOCARD-CARD.
007500     05  AC-ACCOUNT                 PIC 9(4).
007600     05  FILLER                     PIC X(1).
007700     05  AC-STORE-CODE              PIC 9(2).
007800     05  FILLER                     PIC X(1).
007900     05  AC-PERCENT                 PIC 9(3)V99.
008000     05  FILLER                     PIC X(67).
008100 FD  CALDECIS-IN
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  CALDECIS-IN-LINE.
008400     05  FILLER                     PIC X(1).
008500     05  CD-JOB-NAME                PIC X(20).
008600     05  FILLER                     PIC X(2).
008700     05  CD-DECISION                PIC X(4).
008800     05  FILLER                     PIC X(53).
008900 FD  STOREPL-RPT
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  STOREPL-LINE                   PIC X(80).
009200 WORKING-STORAGE SECTION.
009300*=================================================================
009400 COPY VERSTAMP.
009500 01  FC-STATUSES.
009600     05  FC-LEDGFILE-STATUS         PIC X(2).
009700     05  FC-STPLCARD-STATUS         PIC X(2).
009800     05  FC-ALLOCARD-STATUS         PIC X(2).
009900     05  FC-CALDECIS-STATUS         PIC X(2).
010000     05  FC-STOREPL-STATUS          PIC X(2).
010100 01  WS-SWITCHES.
010200     05  WS-LEDG-EOF-SW             PIC X(1) VALUE 'N'.
010300         88  WS-LEDG-EOF            VALUE 'Y'.
010400     05  WS-ALLOC-EOF-SW            PIC X(1) VALUE 'N'.
010500         88  WS-ALLOC-EOF           VALUE 'Y'.
010600     05  WS-CAL-EOF-SW              PIC X(1) VALUE 'N'.
010700         88  WS-CAL-EOF             VALUE 'Y'.
010800     05  WS-NOT-DUE-SW              PIC X(1) VALUE 'N'.
010900         88  WS-NOT-DUE             VALUE 'Y'.
011000     05  WS-PRINT-CLASS             PIC X(1).
011100         88  WS-PRINTING-REVENUE    VALUE 'R'.
011200         88  WS-PRINTING-EXPENSE    VALUE 'E'.
011300 01  WS-CURRENT-DATE.
011400     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
011500     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE-YYYYMMDD.
011600         10  WS-CURRENT-YYYY        PIC 9(4).
011700         10  WS-CURRENT-MM          PIC 9(2).
011800         10  WS-CURRENT-DD          PIC 9(2).
011900 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
012000 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.
012100     05  WS-PERIOD-YYYY             PIC 9(4).
012200     05  WS-PERIOD-MM               PIC 9(2).
012300 01  WS-LEDG-ACTUAL                 PIC S9(11)V99.
012400 01  WS-ACCOUNT-HOLD                PIC 9(4).
012500*=================================================================
012600*    ONE ENTRY PER REVENUE OR EXPENSE ACCOUNT, KEPT IN ACCOUNT
012700*    ORDER AS IT LOADS, WITH THE MONTH'S AMOUNT FOR EACH STORE
012800*    (STORE 00 IN SLOT 1); 200 ARE USED, THE LAST ENTRY STOPS
012900*    THE INSERTION SCAN
013000*=================================================================
013100 01  WS-ACCT-TABLE.
013200     05  WS-ACCT-COUNT              PIC 9(3) VALUE ZERO.
013300     05  WS-ACCT-ENTRY OCCURS 201 TIMES.
013400         10  WS-AT-ACCOUNT          PIC 9(4).
013500         10  WS-AT-STORE-AMOUNTS.
013600             15  WS-AT-AMOUNT OCCURS 100 TIMES
013700                                    PIC S9(11)V99.
013800 01  WS-ACCT-SUB                    PIC 9(3).
013900 01  WS-MATCH-SUB                   PIC 9(3).
014000 01  WS-SHIFT-SUB                   PIC 9(3).
014100*=================================================================
014200*    STORES WITH ACTIVITY, AND THE REPORT COLUMN (1-4) EACH OF
014300*    THE FIRST FOUR PRINTS IN; COLUMN 5 IS CONSOLIDATED
014400*=================================================================
014500 01  WS-STORE-TABLE.
014600     05  WS-STORE-ENTRY OCCURS 100 TIMES.
014700         10  WS-STORE-USED-SW       PIC X(1).
014800             88  WS-STORE-USED      VALUE 'Y'.
014900         10  WS-STORE-COLUMN        PIC 9(1).
015000 01  WS-STORE-SUB                   PIC 9(3).
015100 01  WS-COLUMN-TABLE.
015200     05  WS-COLUMN-COUNT            PIC 9(1) VALUE ZERO.
015300     05  WS-COLUMN-STORE OCCURS 4 TIMES
015400                                    PIC 9(2).
015500 01  WS-COL-SUB                     PIC 9(1).
015600 01  WS-LINE-TABLE.
015700     05  WS-LINE-AMOUNT OCCURS 5 TIMES
015800                                    PIC S9(11)V99.
015900 01  WS-CLASS-TOTALS.
016000     05  WS-REV-TOTAL OCCURS 5 TIMES
016100                                    PIC S9(11)V99.
016200     05  WS-EXP-TOTAL OCCURS 5 TIMES
016300                                    PIC S9(11)V99.
016400*=================================================================
016500*    ALLOCATION CARDS AS LOADED, AND THE WORK FIELDS FOR
016600*    SHARING OUT ONE ACCOUNT'S STORE 00 AMOUNT
016700*=================================================================
016800 01  WS-ALLOC-TABLE.
016900     05  WS-ALLOC-COUNT             PIC 9(3) VALUE ZERO.
017000     05  WS-ALLOC-ENTRY OCCURS 100 TIMES.
017100         10  WS-AL-ACCOUNT          PIC 9(4).
017200         10  WS-AL-STORE-CODE       PIC 9(2).
017300         10  WS-AL-PERCENT          PIC 9(3)V99.
017400 01  WS-ALLOC-SUB                   PIC 9(3).
017500 01  WS-ALLOC-FIELDS.
017600     05  WS-ALLOC-CARDS             PIC 9(3).
017700     05  WS-ALLOC-SEEN              PIC 9(3).
017800     05  WS-ALLOC-PERCENT-TOTAL     PIC 9(5)V99.
017900     05  WS-ALLOC-POOL              PIC S9(11)V99.
018000     05  WS-ALLOC-GIVEN             PIC S9(11)V99.
018100     05  WS-ALLOC-SHARE             PIC S9(11)V99.
018200 01  WS-COUNTERS.
018300     05  WS-LEDG-READ               PIC 9(5) VALUE ZERO.
018400     05  WS-ALLOC-READ              PIC 9(5) VALUE ZERO.
018500     05  WS-ALLOC-REJECTED          PIC 9(5) VALUE ZERO.
018600     05  WS-ACCOUNTS-ALLOCATED      PIC 9(5) VALUE ZERO.
018700     05  WS-ACCOUNTS-REFUSED        PIC 9(5) VALUE ZERO.
018800     05  WS-ACCOUNTS-DROPPED        PIC 9(5) VALUE ZERO.
018900     05  WS-STORES-NOT-SHOWN        PIC 9(3) VALUE ZERO.
019000     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
019100 01  WS-HEAD-LINE-1.
019200     05  FILLER                     PIC X(1)  VALUE SPACE.
019300     05  FILLER                     PIC X(33)
019400         VALUE 'STORE PROFIT AND LOSS  PERIOD    '.
019500     05  HD-PERIOD                  PIC 9(6).
019600     05  FILLER                     PIC X(10)
019700         VALUE '   RUN ON '.
019800     05  HD-RUN-DATE                PIC 9(8).
019900 01  WS-HEAD-LINE-2.
020000     05  FILLER                     PIC X(1)  VALUE SPACE.
020100     05  FILLER                     PIC X(8)  VALUE 'ACCOUNT '.
020200     05  CH-COLUMN OCCURS 4 TIMES.
020300         10  CH-GAP                 PIC X(6).
020400         10  CH-WORD                PIC X(6).
020500         10  CH-STORE-CODE          PIC 9(2).
020600     05  FILLER                     PIC X(14)
020700         VALUE '  CONSOLIDATED'.
020800 01  WS-DETAIL-LINE.
020900     05  FILLER                     PIC X(1)  VALUE SPACE.
021000     05  DL-LABEL                   PIC X(8).
021100     05  DL-COLUMN OCCURS 5 TIMES.
021200         10  DL-GAP                 PIC X(1).
021300         10  DL-AMOUNT              PIC -ZZZZZZZZ9.99.
021400 01  WS-NOT-SHOWN-LINE.
021500     05  FILLER                     PIC X(1)  VALUE SPACE.
021600     05  FILLER                     PIC X(46)
021700         VALUE 'STORES IN THE CONSOLIDATED COLUMN ONLY       '.
021800     05  NS-STORES                  PIC ZZ9.
021900 01  WS-NOT-DUE-LINE.
022000     05  FILLER                     PIC X(1)  VALUE SPACE.
022100     05  FILLER                     PIC X(45)
022200         VALUE 'NOT DUE TONIGHT - CALSCHED DECISION IS SKIP'.
022300 PROCEDURE DIVISION.
022400*=================================================================
022500 0000-MAINLINE.
022600     PERFORM 0900-DISPLAY-VERSION-STAMP
022700     PERFORM 1000-INITIALIZE
022800     IF NOT WS-NOT-DUE
022900         PERFORM 2000-LOAD-ONE-LEDGER-ROW
023000             UNTIL WS-LEDG-EOF
023100         PERFORM 3000-ALLOCATE-ONE-ACCOUNT
023200             VARYING WS-ACCT-SUB FROM 1 BY 1
023300             UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
023400         PERFORM 4500-PICK-ONE-COLUMN
023500             VARYING WS-STORE-SUB FROM 1 BY 1
023600             UNTIL WS-STORE-SUB > 100
023700         PERFORM 5000-PRINT-THE-REPORT
023800     END-IF
023900     PERFORM 6000-TERMINATE
024000     PERFORM 9000-DISPLAY-VERSION-TRAILER
024100     STOP RUN.
024200*=================================================================
024300*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
024400*=================================================================
024500 0900-DISPLAY-VERSION-STAMP.
024600     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='STOREPL -'==
024700                             ==:PROGVERS:== BY =='Version 001'==.
024800*=================================================================
024900*    1000-INITIALIZE - CALENDAR GATE, PERIOD, ALLOCATION CARDS,
025000*    POSITION THE LEDGER
025100*=================================================================
025200 1000-INITIALIZE.
025300     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
025400     MOVE SPACES TO WS-STORE-TABLE
025500     MOVE ZEROS TO WS-CLASS-TOTALS
025600     PERFORM 1020-CHECK-THE-CALENDAR
025700     PERFORM 1050-LOAD-CONTROL-CARD
025800     OPEN OUTPUT STOREPL-RPT
025900     IF WS-NOT-DUE
026000         DISPLAY 'STOREPL: NOT DUE ON THE PROCESSING CALENDAR'
026100         WRITE STOREPL-LINE FROM WS-NOT-DUE-LINE
026200         ADD 1 TO WS-REPORT-LINES
026300         MOVE 'Y' TO WS-LEDG-EOF-SW
026400     ELSE
026500         PERFORM 1100-OPEN-THE-LEDGER
026600         PERFORM 1200-LOAD-ALLOCATION-CARDS
026700     END-IF.
026800*=================================================================
026900*    1020-CHECK-THE-CALENDAR - A SKIP DECISION FOR STOREPL ON
027000*    TONIGHT'S CALDECIS STANDS THE RUN DOWN
027100*=================================================================
027200 1020-CHECK-THE-CALENDAR.
027300     OPEN INPUT CALDECIS-IN
027400     IF FC-CALDECIS-STATUS NOT = '00'
027500         MOVE 'Y' TO WS-CAL-EOF-SW
027600     END-IF
027700     PERFORM 1030-CHECK-ONE-DECISION
027800         UNTIL WS-CAL-EOF
027900     CLOSE CALDECIS-IN.
028000*=================================================================
028100*    1030-CHECK-ONE-DECISION
028200*=================================================================
028300 1030-CHECK-ONE-DECISION.
028400     READ CALDECIS-IN
028500         AT END
028600             MOVE 'Y' TO WS-CAL-EOF-SW
028700     END-READ
028800     IF NOT WS-CAL-EOF
028900         AND CD-JOB-NAME = 'STOREPL'
029000         IF CD-DECISION = 'SKIP'
029100             MOVE 'Y' TO WS-NOT-DUE-SW
029200         END-IF
029300         MOVE 'Y' TO WS-CAL-EOF-SW
029400     END-IF.
029500*=================================================================
029600*    1050-LOAD-CONTROL-CARD - THE PERIOD DEFAULTS TO THE MONTH
029700*    BEFORE THE BUSINESS DATE
029800*=================================================================
029900 1050-LOAD-CONTROL-CARD.
030000     OPEN INPUT STPLCARD-FILE
030100     IF FC-STPLCARD-STATUS = '00'
030200         READ STPLCARD-FILE
030300             AT END
030400                 CONTINUE
030500             NOT AT END
030600                 IF PL-PERIOD-YYYYMM NUMERIC
030700                     AND PL-PERIOD-YYYYMM > ZERO
030800                     MOVE PL-PERIOD-YYYYMM TO WS-PERIOD-YYYYMM
030900                 END-IF
031000         END-READ
031100     END-IF
031200     CLOSE STPLCARD-FILE
031300     IF WS-PERIOD-YYYYMM = ZERO
031400         OR WS-PERIOD-MM < 1
031500         OR WS-PERIOD-MM > 12
031600         IF WS-CURRENT-MM = 1
031700             COMPUTE WS-PERIOD-YYYY = WS-CURRENT-YYYY - 1
031800             MOVE 12 TO WS-PERIOD-MM
031900         ELSE
032000             MOVE WS-CURRENT-YYYY TO WS-PERIOD-YYYY
032100             COMPUTE WS-PERIOD-MM = WS-CURRENT-MM - 1
032200         END-IF
032300     END-IF.
032400*=================================================================
032500*    1100-OPEN-THE-LEDGER - POSITIONED AT THE PERIOD'S FIRST
032600*    ACCOUNT AND STORE
032700*=================================================================
032800 1100-OPEN-THE-LEDGER.
032900     OPEN INPUT LEDGFILE
033000     IF FC-LEDGFILE-STATUS NOT = '00'
033100         DISPLAY 'STOREPL: LEDGFILE NOT AVAILABLE, STATUS='
033200             FC-LEDGFILE-STATUS
033300         MOVE 'Y' TO WS-LEDG-EOF-SW
033400     ELSE
033500         MOVE WS-PERIOD-YYYYMM TO LEDG-PERIOD-YYYYMM
033600         MOVE ZERO TO LEDG-ACCOUNT
033700         MOVE ZERO TO LEDG-STORE-CODE
033800         START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
033900             INVALID KEY
034000                 MOVE 'Y' TO WS-LEDG-EOF-SW
034100         END-START
034200     END-IF.
034300*=================================================================
034400*    1200-LOAD-ALLOCATION-CARDS - NO ALLOCARD MEANS NOTHING IS
034500*    SHARED OUT AND SHARED COSTS STAY WITH STORE 00
034600*=================================================================
034700 1200-LOAD-ALLOCATION-CARDS.
034800     OPEN INPUT ALLOCARD-FILE
034900     IF FC-ALLOCARD-STATUS NOT = '00'
035000         MOVE 'Y' TO WS-ALLOC-EOF-SW
035100     END-IF
035200     PERFORM 1210-LOAD-ONE-ALLOCATION
035300         UNTIL WS-ALLOC-EOF
035400     CLOSE ALLOCARD-FILE.
035500*=================================================================
035600*    1210-LOAD-ONE-ALLOCATION - A REVENUE OR EXPENSE ACCOUNT, A
035700*    STORE OTHER THAN HEAD OFFICE, AND A PERCENTAGE UP TO 100
035800*=================================================================
035900 1210-LOAD-ONE-ALLOCATION.
036000     READ ALLOCARD-FILE
036100         AT END
036200             MOVE 'Y' TO WS-ALLOC-EOF-SW
036300     END-READ
036400     IF NOT WS-ALLOC-EOF
036500         ADD 1 TO WS-ALLOC-READ
036600         IF AC-ACCOUNT NOT NUMERIC
036700             OR AC-ACCOUNT < 4000
036800             OR AC-STORE-CODE NOT NUMERIC
036900             OR AC-STORE-CODE = ZERO
037000             OR AC-PERCENT NOT NUMERIC
037100             OR AC-PERCENT = ZERO
037200             OR AC-PERCENT > 100
037300             OR WS-ALLOC-COUNT NOT < 100
037400             ADD 1 TO WS-ALLOC-REJECTED
037500             DISPLAY 'STOREPL: ALLOCARD REJECTED - '
037600                 ALLOCARD-CARD (1:13)
037700         ELSE
037800             ADD 1 TO WS-ALLOC-COUNT
037900             MOVE AC-ACCOUNT
038000                 TO WS-AL-ACCOUNT (WS-ALLOC-COUNT)
038100             MOVE AC-STORE-CODE
038200                 TO WS-AL-STORE-CODE (WS-ALLOC-COUNT)
038300             MOVE AC-PERCENT
038400                 TO WS-AL-PERCENT (WS-ALLOC-COUNT)
038500         END-IF
038600     END-IF.
038700*=================================================================
038800*    2000-LOAD-ONE-LEDGER-ROW - THE PERIOD'S REVENUE AND
038900*    EXPENSE ROWS, EACH INTO ITS ACCOUNT UNDER ITS STORE
039000*=================================================================
039100 2000-LOAD-ONE-LEDGER-ROW.
039200     READ LEDGFILE NEXT RECORD
039300         AT END
039400             MOVE 'Y' TO WS-LEDG-EOF-SW
039500     END-READ
039600     IF NOT WS-LEDG-EOF
039700         AND LEDG-PERIOD-YYYYMM NOT = WS-PERIOD-YYYYMM
039800         MOVE 'Y' TO WS-LEDG-EOF-SW
039900     END-IF
040000     IF NOT WS-LEDG-EOF
040100         AND LEDG-ACCOUNT >= 4000
040200         ADD 1 TO WS-LEDG-READ
040300         MOVE LEDG-ACCOUNT TO WS-ACCOUNT-HOLD
040400         PERFORM 4000-FIND-ACCOUNT
040500         IF WS-MATCH-SUB = ZERO
040600             ADD 1 TO WS-ACCOUNTS-DROPPED
040700         ELSE
040800             IF LEDG-ACCOUNT < 5000
040900                 COMPUTE WS-LEDG-ACTUAL =
041000                     LEDG-CREDITS - LEDG-DEBITS
041100             ELSE
041200                 COMPUTE WS-LEDG-ACTUAL =
041300                     LEDG-DEBITS - LEDG-CREDITS
041400             END-IF
041500             COMPUTE WS-STORE-SUB = LEDG-STORE-CODE + 1
041600             ADD WS-LEDG-ACTUAL
041700                 TO WS-AT-AMOUNT (WS-MATCH-SUB, WS-STORE-SUB)
041800             MOVE 'Y' TO WS-STORE-USED-SW (WS-STORE-SUB)
041900         END-IF
042000     END-IF.
042100*=================================================================
042200*    3000-ALLOCATE-ONE-ACCOUNT - SHARE THE ACCOUNT'S STORE 00
042300*    AMOUNT OUT OVER ITS ALLOCATION CARDS
042400*=================================================================
042500 3000-ALLOCATE-ONE-ACCOUNT.
042600     MOVE ZERO TO WS-ALLOC-CARDS
042700     MOVE ZERO TO WS-ALLOC-PERCENT-TOTAL
042800     PERFORM 3010-COUNT-ONE-CARD
042900         VARYING WS-ALLOC-SUB FROM 1 BY 1
043000         UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT
043100     MOVE WS-AT-AMOUNT (WS-ACCT-SUB, 1) TO WS-ALLOC-POOL
043200     IF WS-ALLOC-CARDS > ZERO
043300         AND WS-ALLOC-POOL NOT = ZERO
043400         IF WS-ALLOC-PERCENT-TOTAL > 100
043500             ADD 1 TO WS-ACCOUNTS-REFUSED
043600             DISPLAY 'STOREPL: ACCOUNT '
043700                 WS-AT-ACCOUNT (WS-ACCT-SUB)
043800                 ' ALLOCATED OVER 100 PERCENT - NOT SHARED'
043900         ELSE
044000             ADD 1 TO WS-ACCOUNTS-ALLOCATED
044100             MOVE ZERO TO WS-ALLOC-SEEN
044200             MOVE ZERO TO WS-ALLOC-GIVEN
044300             PERFORM 3020-APPLY-ONE-CARD
044400                 VARYING WS-ALLOC-SUB FROM 1 BY 1
044500                 UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT
044600             SUBTRACT WS-ALLOC-GIVEN
044700                 FROM WS-AT-AMOUNT (WS-ACCT-SUB, 1)
044800         END-IF
044900     END-IF.
045000*=================================================================
045100*    3010-COUNT-ONE-CARD
045200*=================================================================
045300 3010-COUNT-ONE-CARD.
045400     IF WS-AL-ACCOUNT (WS-ALLOC-SUB) = WS-AT-ACCOUNT (WS-ACCT-SUB)
045500         ADD 1 TO WS-ALLOC-CARDS
045600         ADD WS-AL-PERCENT (WS-ALLOC-SUB)
045700             TO WS-ALLOC-PERCENT-TOTAL
045800     END-IF.
045900*=================================================================
046000*    3020-APPLY-ONE-CARD - THE LAST CARD OF A FULL 100 PERCENT
046100*    TAKES WHATEVER IS LEFT SO NO PENNY STAYS BEHIND
046200*=================================================================
046300 3020-APPLY-ONE-CARD.
046400     IF WS-AL-ACCOUNT (WS-ALLOC-SUB) = WS-AT-ACCOUNT (WS-ACCT-SUB)
046500         ADD 1 TO WS-ALLOC-SEEN
046600         IF WS-ALLOC-SEEN = WS-ALLOC-CARDS
046700             AND WS-ALLOC-PERCENT-TOTAL = 100
046800             COMPUTE WS-ALLOC-SHARE =
046900                 WS-ALLOC-POOL - WS-ALLOC-GIVEN
047000         ELSE
047100             COMPUTE WS-ALLOC-SHARE ROUNDED =
047200                 WS-ALLOC-POOL * WS-AL-PERCENT (WS-ALLOC-SUB)
047300                 / 100
047400         END-IF
047500         COMPUTE WS-STORE-SUB =
047600             WS-AL-STORE-CODE (WS-ALLOC-SUB) + 1
047700         ADD WS-ALLOC-SHARE
047800             TO WS-AT-AMOUNT (WS-ACCT-SUB, WS-STORE-SUB)
047900         ADD WS-ALLOC-SHARE TO WS-ALLOC-GIVEN
048000         MOVE 'Y' TO WS-STORE-USED-SW (WS-STORE-SUB)
048100     END-IF.
048200*=================================================================
048300*    4000-FIND-ACCOUNT - TABLE ENTRY FOR WS-ACCOUNT-HOLD,
048400*    INSERTED IN ACCOUNT ORDER WHEN NEW; WS-MATCH-SUB IS LEFT
048500*    ZERO WHEN A NEW ACCOUNT FINDS THE TABLE FULL
048600*=================================================================
048700 4000-FIND-ACCOUNT.
048800     MOVE ZERO TO WS-MATCH-SUB
048900     MOVE 1 TO WS-ACCT-SUB
049000     PERFORM 4010-STEP-PAST-ONE-ENTRY
049100         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
049200         OR WS-AT-ACCOUNT (WS-ACCT-SUB) >= WS-ACCOUNT-HOLD
049300     IF WS-ACCT-SUB NOT > WS-ACCT-COUNT
049400         AND WS-AT-ACCOUNT (WS-ACCT-SUB) = WS-ACCOUNT-HOLD
049500         MOVE WS-ACCT-SUB TO WS-MATCH-SUB
049600     ELSE
049700         IF WS-ACCT-COUNT < 200
049800             PERFORM 4020-SHIFT-ONE-ENTRY
049900                 VARYING WS-SHIFT-SUB FROM WS-ACCT-COUNT BY -1
050000                 UNTIL WS-SHIFT-SUB < WS-ACCT-SUB
050100             ADD 1 TO WS-ACCT-COUNT
050200             MOVE WS-ACCT-SUB TO WS-MATCH-SUB
050300             MOVE WS-ACCOUNT-HOLD
050400                 TO WS-AT-ACCOUNT (WS-MATCH-SUB)
050500             MOVE ZEROS TO WS-AT-STORE-AMOUNTS (WS-MATCH-SUB)
050600         END-IF
050700     END-IF.
050800*=================================================================
050900*    4010-STEP-PAST-ONE-ENTRY
051000*=================================================================
051100 4010-STEP-PAST-ONE-ENTRY.
051200     ADD 1 TO WS-ACCT-SUB.
051300*=================================================================
051400*    4020-SHIFT-ONE-ENTRY - OPEN A SLOT FOR THE NEW ACCOUNT
051500*=================================================================
051600 4020-SHIFT-ONE-ENTRY.
051700     MOVE WS-ACCT-ENTRY (WS-SHIFT-SUB)
051800         TO WS-ACCT-ENTRY (WS-SHIFT-SUB + 1).
051900*=================================================================
052000*    4500-PICK-ONE-COLUMN - THE FIRST FOUR STORES WITH ACTIVITY,
052100*    IN STORE ORDER, EACH GET A COLUMN
052200*=================================================================
052300 4500-PICK-ONE-COLUMN.
052400     MOVE ZERO TO WS-STORE-COLUMN (WS-STORE-SUB)
052500     IF WS-STORE-USED (WS-STORE-SUB)
052600         IF WS-COLUMN-COUNT < 4
052700             ADD 1 TO WS-COLUMN-COUNT
052800             MOVE WS-COLUMN-COUNT
052900                 TO WS-STORE-COLUMN (WS-STORE-SUB)
053000             COMPUTE WS-COLUMN-STORE (WS-COLUMN-COUNT) =
053100                 WS-STORE-SUB - 1
053200         ELSE
053300             ADD 1 TO WS-STORES-NOT-SHOWN
053400         END-IF
053500     END-IF.
053600*=================================================================
053700*    5000-PRINT-THE-REPORT - REVENUE ACCOUNTS AND THEIR TOTAL,
053800*    EXPENSE ACCOUNTS AND THEIR TOTAL, THEN NET INCOME
053900*=================================================================
054000 5000-PRINT-THE-REPORT.
054100     MOVE WS-PERIOD-YYYYMM TO HD-PERIOD
054200     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-RUN-DATE
054300     PERFORM 5050-HEAD-ONE-COLUMN
054400         VARYING WS-COL-SUB FROM 1 BY 1
054500         UNTIL WS-COL-SUB > 4
054600     WRITE STOREPL-LINE FROM WS-HEAD-LINE-1
054700     WRITE STOREPL-LINE FROM WS-HEAD-LINE-2
054800     ADD 2 TO WS-REPORT-LINES
054900     MOVE 'R' TO WS-PRINT-CLASS
055000     PERFORM 5100-PRINT-ONE-ACCOUNT
055100         VARYING WS-ACCT-SUB FROM 1 BY 1
055200         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
055300     MOVE 'REVENUE' TO DL-LABEL
055400     PERFORM 5300-MOVE-REVENUE-TOTAL
055500         VARYING WS-COL-SUB FROM 1 BY 1
055600         UNTIL WS-COL-SUB > 5
055700     PERFORM 5200-WRITE-AMOUNT-LINE
055800     MOVE 'E' TO WS-PRINT-CLASS
055900     PERFORM 5100-PRINT-ONE-ACCOUNT
056000         VARYING WS-ACCT-SUB FROM 1 BY 1
056100         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
056200     MOVE 'EXPENSE' TO DL-LABEL
056300     PERFORM 5310-MOVE-EXPENSE-TOTAL
056400         VARYING WS-COL-SUB FROM 1 BY 1
056500         UNTIL WS-COL-SUB > 5
056600     PERFORM 5200-WRITE-AMOUNT-LINE
056700     MOVE 'NET INC' TO DL-LABEL
056800     PERFORM 5320-MOVE-NET-INCOME
056900         VARYING WS-COL-SUB FROM 1 BY 1
057000         UNTIL WS-COL-SUB > 5
057100     PERFORM 5200-WRITE-AMOUNT-LINE
057200     IF WS-STORES-NOT-SHOWN > ZERO
057300         MOVE WS-STORES-NOT-SHOWN TO NS-STORES
057400         WRITE STOREPL-LINE FROM WS-NOT-SHOWN-LINE
057500         ADD 1 TO WS-REPORT-LINES
057600     END-IF.
057700*=================================================================
057800*    5050-HEAD-ONE-COLUMN
057900*=================================================================
058000 5050-HEAD-ONE-COLUMN.
058100     MOVE SPACES TO CH-COLUMN (WS-COL-SUB)
058200     IF WS-COL-SUB NOT > WS-COLUMN-COUNT
058300         MOVE 'STORE ' TO CH-WORD (WS-COL-SUB)
058400         MOVE WS-COLUMN-STORE (WS-COL-SUB)
058500             TO CH-STORE-CODE (WS-COL-SUB)
058600     END-IF.
058700*=================================================================
058800*    5100-PRINT-ONE-ACCOUNT - AN ACCOUNT OF THE CLASS BEING
058900*    PRINTED, SPREAD ACROSS THE STORE COLUMNS
059000*=================================================================
059100 5100-PRINT-ONE-ACCOUNT.
059200     IF (WS-PRINTING-REVENUE
059300             AND WS-AT-ACCOUNT (WS-ACCT-SUB) < 5000)
059400         OR (WS-PRINTING-EXPENSE
059500             AND WS-AT-ACCOUNT (WS-ACCT-SUB) >= 5000)
059600         MOVE ZEROS TO WS-LINE-TABLE
059700         PERFORM 5110-ADD-ONE-STORE
059800             VARYING WS-STORE-SUB FROM 1 BY 1
059900             UNTIL WS-STORE-SUB > 100
060000         MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO DL-LABEL
060100         PERFORM 5120-ADD-TO-CLASS-TOTAL
060200             VARYING WS-COL-SUB FROM 1 BY 1
060300             UNTIL WS-COL-SUB > 5
060400         PERFORM 5200-WRITE-AMOUNT-LINE
060500     END-IF.
060600*=================================================================
060700*    5110-ADD-ONE-STORE - INTO THE STORE'S COLUMN WHEN IT HAS
060800*    ONE, AND ALWAYS INTO CONSOLIDATED
060900*=================================================================
061000 5110-ADD-ONE-STORE.
061100     IF WS-STORE-COLUMN (WS-STORE-SUB) > ZERO
061110         MOVE WS-STORE-COLUMN (WS-STORE-SUB) TO WS-COL-SUB
061200         ADD WS-AT-AMOUNT (WS-ACCT-SUB, WS-STORE-SUB)
061210             TO WS-LINE-AMOUNT (WS-COL-SUB)
061400     END-IF
061500     ADD WS-AT-AMOUNT (WS-ACCT-SUB, WS-STORE-SUB)
061600         TO WS-LINE-AMOUNT (5).
061700*=================================================================
061800*    5120-ADD-TO-CLASS-TOTAL
061900*=================================================================
062000 5120-ADD-TO-CLASS-TOTAL.
062100     IF WS-PRINTING-REVENUE
062200         ADD WS-LINE-AMOUNT (WS-COL-SUB)
062300             TO WS-REV-TOTAL (WS-COL-SUB)
062400     ELSE
062500         ADD WS-LINE-AMOUNT (WS-COL-SUB)
062600             TO WS-EXP-TOTAL (WS-COL-SUB)
062700     END-IF.
062800*=================================================================
062900*    5200-WRITE-AMOUNT-LINE - WS-LINE-AMOUNT INTO THE COLUMNS IN
063000*    USE; A COLUMN WITH NO STORE PRINTS BLANK
063100*=================================================================
063200 5200-WRITE-AMOUNT-LINE.
063300     PERFORM 5210-MOVE-ONE-COLUMN
063400         VARYING WS-COL-SUB FROM 1 BY 1
063500         UNTIL WS-COL-SUB > 5
063600     WRITE STOREPL-LINE FROM WS-DETAIL-LINE
063700     ADD 1 TO WS-REPORT-LINES.
063800*=================================================================
063900*    5210-MOVE-ONE-COLUMN
064000*=================================================================
064100 5210-MOVE-ONE-COLUMN.
064200     IF WS-COL-SUB = 5
064300         OR WS-COL-SUB NOT > WS-COLUMN-COUNT
064400         MOVE SPACE TO DL-GAP (WS-COL-SUB)
064500         MOVE WS-LINE-AMOUNT (WS-COL-SUB)
064600             TO DL-AMOUNT (WS-COL-SUB)
064700     ELSE
064800         MOVE SPACES TO DL-COLUMN (WS-COL-SUB)
064900     END-IF.
065000*=================================================================
065100*    5300-MOVE-REVENUE-TOTAL
065200*=================================================================
065300 5300-MOVE-REVENUE-TOTAL.
065310     MOVE WS-REV-TOTAL (WS-COL-SUB)
065320         TO WS-LINE-AMOUNT (WS-COL-SUB).
065500*=================================================================
065600*    5310-MOVE-EXPENSE-TOTAL
065700*=================================================================
065800 5310-MOVE-EXPENSE-TOTAL.
065810     MOVE WS-EXP-TOTAL (WS-COL-SUB)
065820         TO WS-LINE-AMOUNT (WS-COL-SUB).
066000*=================================================================
066100*    5320-MOVE-NET-INCOME
066200*=================================================================
066300 5320-MOVE-NET-INCOME.
066400     COMPUTE WS-LINE-AMOUNT (WS-COL-SUB) =
066500         WS-REV-TOTAL (WS-COL-SUB) - WS-EXP-TOTAL (WS-COL-SUB).
066600*=================================================================
066700*    6000-TERMINATE
066800*=================================================================
066900 6000-TERMINATE.
067000     IF NOT WS-NOT-DUE
067100         CLOSE LEDGFILE
067200     END-IF
067300     CLOSE STOREPL-RPT
067400     DISPLAY 'STOREPL: PERIOD            = ' WS-PERIOD-YYYYMM
067500     DISPLAY 'STOREPL: LEDGER ROWS READ  = ' WS-LEDG-READ
067600     DISPLAY 'STOREPL: ACCOUNTS LISTED   = ' WS-ACCT-COUNT
067700     DISPLAY 'STOREPL: ACCOUNTS DROPPED  = ' WS-ACCOUNTS-DROPPED
067800     DISPLAY 'STOREPL: STORE COLUMNS     = ' WS-COLUMN-COUNT
067900     DISPLAY 'STOREPL: ALLOC CARDS READ  = ' WS-ALLOC-READ
068000     DISPLAY 'STOREPL: ALLOC CARDS REJ   = ' WS-ALLOC-REJECTED
068100     DISPLAY 'STOREPL: ACCOUNTS SHARED   = '
068200         WS-ACCOUNTS-ALLOCATED
068300     DISPLAY 'STOREPL: ACCOUNTS NOT SHRD = '
068400         WS-ACCOUNTS-REFUSED.
068500*=================================================================
068600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
068700*=================================================================
068800 9000-DISPLAY-VERSION-TRAILER.
068900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='STOREPL -'==
069000                             ==:LINECOUNT:== BY
069100                                 WS-REPORT-LINES.
