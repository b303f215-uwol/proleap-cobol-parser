000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    BUDGMNT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - GENERAL-LEDGER BUDGET
001200*                   LOAD AND MAINTENANCE.
001300*=================================================================
001400*  CARD-DRIVEN MAINTENANCE FOR BUDGFILE, THE OWNER'S BUDGET BY
001500*  FISCAL YEAR, PERIOD AND LEDGER ACCOUNT.  AN ADD CARD LOADS
001600*  ONE MONTH'S BUDGET FOR AN ACCOUNT; AN ADD CARD WITH PERIOD
001700*  00 LOADS AN ANNUAL FIGURE SPREAD EVENLY OVER PERIODS 01-12
001800*  (THE ODD CENTS GO TO PERIOD 12) AND IS REFUSED IF ANY MONTH
001900*  OF THAT YEAR IS ALREADY BUDGETED.  A CHANGE CARD REPLACES
002000*  ONE MONTH'S FIGURE AND A DELETE CARD REMOVES IT.  AMOUNTS
002100*  ARE STATED THE WAY THE ACCOUNT NORMALLY RUNS (SEE BUDGREC);
002200*  A '-' IN COLUMN 23 KEYS A CONTRA FIGURE.  EVERY CARD LISTS
002300*  ON THE BUDGAUD AUDIT REPORT WITH ITS DISPOSITION, AND EVERY
002400*  MONTH ADDED, CHANGED OR DELETED JOURNALS TO THE COMMON
002500*  CHGJRNL CHANGE JOURNAL UNDER THE KEYING OPERATOR.
002600*
002700*  CARD: TYPE 1 (A/C/D), FISCAL YEAR 2-5, PERIOD 6-7, ACCOUNT
002800*  8-11, AMOUNT 12-22 (9(9)V99), SIGN 23, OPERATOR 24-26.
002900*=================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL BUDGFILE ASSIGN TO 'IDXBUDG'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS BUDG-KEY OF BUDGET-RECORD
004000         FILE STATUS IS FC-BUDGFILE-STATUS.
004100     SELECT BUDGCARD-FILE ASSIGN TO 'BUDGCARD'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FC-BUDGCARD-STATUS.
004400     SELECT BUDGAUD-RPT ASSIGN TO 'BUDGAUD'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FC-BUDGAUD-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  BUDGFILE.
005000 COPY BUDGREC.
005100 FD  BUDGCARD-FILE
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  BUDG-TRANS-CARD.
005400     05  BM-TRANS-TYPE              PIC X(1).
005500         88  BM-ADD                 VALUE 'A'.
005600         88  BM-CHANGE              VALUE 'C'.
005700         88  BM-DELETE              VALUE 'D'.
005800     05  BM-FISCAL-YEAR             PIC 9(4).
005900     05  BM-PERIOD                  PIC 9(2).
006000         88  BM-ANNUAL-SPREAD       VALUE ZERO.
006100         88  BM-PERIOD-VALID        VALUE 1 THRU 12.
006200     05  BM-ACCOUNT                 PIC 9(4).
006300     05  BM-AMOUNT                  PIC 9(9)V99.
006400     05  BM-AMOUNT-X REDEFINES BM-AMOUNT
006500                                    PIC X(11).
006600     05  BM-SIGN                    PIC X(1).
006700         88  BM-NEGATIVE            VALUE '-'.
006800         88  BM-SIGN-VALID          VALUE SPACE '+' '-'.
006900     05  BM-OPERATOR                PIC X(3).
007000     05  FILLER                     PIC X(54).
007100 FD  BUDGAUD-RPT
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  BUDGAUD-LINE                   PIC X(80).
007400 WORKING-STORAGE SECTION.
007500*=================================================================
007600 COPY VERSTAMP.
007700 COPY REGCHKQ.
007800 COPY CHGJRNQ.
007900 01  FC-STATUSES.
008000     05  FC-BUDGFILE-STATUS         PIC X(2).
008100     05  FC-BUDGCARD-STATUS         PIC X(2).
008200     05  FC-BUDGAUD-STATUS          PIC X(2).
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
008500         88  WS-EOF                 VALUE 'Y'.
008600     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
008700         88  WS-CARD-OK             VALUE 'Y'.
008800     05  WS-BUDGET-ON-FILE-SW       PIC X(1) VALUE 'N'.
008900         88  WS-BUDGET-ON-FILE      VALUE 'Y'.
009000 01  WS-REJECT-REASON               PIC X(26).
009100 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
009200 01  WS-CARD-AMOUNT                 PIC S9(9)V99.
009300 01  WS-BEFORE-AMOUNT               PIC S9(9)V99.
009400 01  WS-SPREAD-FIELDS.
009500     05  WS-SPREAD-MONTHLY          PIC S9(9)V99.
009600     05  WS-SPREAD-LAST             PIC S9(9)V99.
009700     05  WS-SPREAD-PERIOD           PIC 9(2).
009800     05  WS-SPREAD-ON-FILE          PIC 9(2).
009900 01  WS-JOURNAL-EDIT.
010000     05  WS-JRNL-AMOUNT             PIC -ZZZZZZZ9.99.
010100 01  WS-COUNTERS.
010200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
010300     05  WS-MONTHS-ADDED            PIC 9(5) VALUE ZERO.
010400     05  WS-CHANGES-APPLIED         PIC 9(5) VALUE ZERO.
010500     05  WS-DELETES-APPLIED         PIC 9(5) VALUE ZERO.
010600     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
010700     05  WS-AUDIT-LINES             PIC 9(5) VALUE ZERO.
010800 01  WS-AUDIT-DETAIL.
010900     05  FILLER                     PIC X(1)  VALUE SPACE.
011000     05  AH-TRANS-TYPE              PIC X(1).
011100     05  FILLER                     PIC X(2)  VALUE SPACE.
011200     05  AH-FISCAL-YEAR             PIC 9(4).
011300     05  FILLER                     PIC X(1)  VALUE '-'.
011400     05  AH-PERIOD                  PIC 9(2).
011500     05  FILLER                     PIC X(2)  VALUE SPACE.
011600     05  AH-ACCOUNT                 PIC 9(4).
011700     05  FILLER                     PIC X(2)  VALUE SPACE.
011800     05  AH-AMOUNT                  PIC -ZZZZZZZZ9.99.
011900     05  FILLER                     PIC X(2)  VALUE SPACE.
012000     05  AH-OPERATOR                PIC X(3).
012100     05  FILLER                     PIC X(2)  VALUE SPACE.
012200     05  AH-DISPOSITION             PIC X(8).
012300     05  FILLER                     PIC X(2)  VALUE SPACE.
012400     05  AH-REASON                  PIC X(26).
012500 PROCEDURE DIVISION.
012600*=================================================================
012700 0000-MAINLINE.
012800     PERFORM 0900-DISPLAY-VERSION-STAMP
012900     PERFORM 1000-INITIALIZE
013000     PERFORM 2000-PROCESS-BUDGET-CARD
013100         UNTIL WS-EOF
013200     PERFORM 3000-TERMINATE
013300     PERFORM 9000-DISPLAY-VERSION-TRAILER
013400     STOP RUN.
013500*=================================================================
013600*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
013700*=================================================================
013800 0900-DISPLAY-VERSION-STAMP.
013900     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='BUDGMNT -'==
014000                             ==:PROGVERS:== BY =='Version 001'==.
014100*=================================================================
014200*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
014300*=================================================================
014400 1000-INITIALIZE.
014500     MOVE 'BUDGMNT' TO RCHK-CALLER
014600     CALL 'REGCHK' USING REGION-CHECK
014700     IF RCHK-MISMATCH
014800         DISPLAY 'BUDGMNT: REGION INTERLOCK - UPDATES REFUSED'
014900         MOVE 12 TO RETURN-CODE
015000         STOP RUN
015100     END-IF
015200     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
015300     OPEN I-O BUDGFILE
015400     IF FC-BUDGFILE-STATUS NOT = '00'
015500         AND FC-BUDGFILE-STATUS NOT = '05'
015600         DISPLAY 'BUDGMNT: UNABLE TO OPEN BUDGFILE, STATUS='
015700             FC-BUDGFILE-STATUS
015800         MOVE 'Y' TO WS-EOF-SW
015900     END-IF
016000     OPEN INPUT BUDGCARD-FILE
016100     IF FC-BUDGCARD-STATUS NOT = '00'
016200         MOVE 'Y' TO WS-EOF-SW
016300     END-IF
016400     OPEN OUTPUT BUDGAUD-RPT
016500     IF NOT RCHK-IN-PROD
016600         WRITE BUDGAUD-LINE FROM RCHK-WATERMARK
016700     END-IF
016800     PERFORM 1100-READ-NEXT-CARD.
016900*=================================================================
017000*    1100-READ-NEXT-CARD
017100*=================================================================
017200 1100-READ-NEXT-CARD.
017300     READ BUDGCARD-FILE
017400         AT END
017500             MOVE 'Y' TO WS-EOF-SW
017600     END-READ
017700     IF NOT WS-EOF
017800         ADD 1 TO WS-CARDS-READ
017900     END-IF.
018000*=================================================================
018100*    2000-PROCESS-BUDGET-CARD - APPLY ONE MAINTENANCE CARD
018200*=================================================================
018300 2000-PROCESS-BUDGET-CARD.
018400     MOVE 'Y' TO WS-CARD-OK-SW
018500     MOVE SPACES TO WS-REJECT-REASON
018600     MOVE ZERO TO WS-CARD-AMOUNT
018700     PERFORM 2400-EDIT-CARD-FIELDS
018800     EVALUATE TRUE
018900         WHEN NOT WS-CARD-OK
019000             CONTINUE
019100         WHEN BM-ADD
019200             AND BM-ANNUAL-SPREAD
019300             PERFORM 2150-APPLY-ANNUAL-SPREAD
019400         WHEN BM-ADD
019500             PERFORM 2100-APPLY-ADD
019600         WHEN BM-CHANGE
019700             PERFORM 2200-APPLY-CHANGE
019800         WHEN BM-DELETE
019900             PERFORM 2300-APPLY-DELETE
020000         WHEN OTHER
020100             MOVE 'N' TO WS-CARD-OK-SW
020200             MOVE 'INVALID TRANSACTION TYPE'
020300                 TO WS-REJECT-REASON
020400     END-EVALUATE
020500     PERFORM 2900-WRITE-AUDIT-LINE
020600     PERFORM 1100-READ-NEXT-CARD.
020700*=================================================================
020800*    2050-READ-BUDGET - FETCH ONE MONTH AND SNAPSHOT THE BEFORE
020900*    AMOUNT
021000*=================================================================
021100 2050-READ-BUDGET.
021200     MOVE 'Y' TO WS-BUDGET-ON-FILE-SW
021300     MOVE ZERO TO WS-BEFORE-AMOUNT
021400     READ BUDGFILE
021500         INVALID KEY
021600             MOVE 'N' TO WS-BUDGET-ON-FILE-SW
021700     END-READ
021800     IF WS-BUDGET-ON-FILE
021900         MOVE BUDG-AMOUNT TO WS-BEFORE-AMOUNT
022000     END-IF.
022100*=================================================================
022200*    2100-APPLY-ADD - LOAD ONE MONTH'S BUDGET FOR AN ACCOUNT
022300*=================================================================
022400 2100-APPLY-ADD.
022500     MOVE BM-FISCAL-YEAR TO BUDG-FISCAL-YEAR
022600     MOVE BM-PERIOD      TO BUDG-PERIOD
022700     MOVE BM-ACCOUNT     TO BUDG-ACCOUNT
022800     PERFORM 2050-READ-BUDGET
022900     IF WS-BUDGET-ON-FILE
023000         MOVE 'N' TO WS-CARD-OK-SW
023100         MOVE 'BUDGET ALREADY ON FILE'
023200             TO WS-REJECT-REASON
023300     ELSE
023400         PERFORM 2110-WRITE-ONE-MONTH
023500     END-IF.
023600*=================================================================
023700*    2110-WRITE-ONE-MONTH - BUDG-KEY AND BUDG-AMOUNT ARE SET
023800*=================================================================
023900 2110-WRITE-ONE-MONTH.
024000     MOVE WS-CURRENT-DATE-YYYYMMDD   TO BUDG-ADDED-DATE
024100     MOVE WS-CURRENT-DATE-YYYYMMDD   TO BUDG-CHANGED-DATE
024200     MOVE BM-OPERATOR                TO BUDG-CHANGED-BY
024300     IF BM-ANNUAL-SPREAD
024400         IF BUDG-PERIOD = 12
024500             MOVE WS-SPREAD-LAST     TO BUDG-AMOUNT
024600         ELSE
024700             MOVE WS-SPREAD-MONTHLY  TO BUDG-AMOUNT
024800         END-IF
024900     ELSE
025000         MOVE WS-CARD-AMOUNT         TO BUDG-AMOUNT
025100     END-IF
025200     WRITE BUDGET-RECORD
025300         INVALID KEY
025400             MOVE 'N' TO WS-CARD-OK-SW
025500             MOVE 'BUDGFILE WRITE FAILED'
025600                 TO WS-REJECT-REASON
025700     END-WRITE
025800     IF WS-CARD-OK
025900         ADD 1 TO WS-MONTHS-ADDED
026000         MOVE ZERO TO WS-BEFORE-AMOUNT
026100         PERFORM 2950-JOURNAL-THE-CHANGE
026200     END-IF.
026300*=================================================================
026400*    2150-APPLY-ANNUAL-SPREAD - AN ANNUAL FIGURE SPREAD EVENLY
026500*    OVER THE TWELVE PERIODS, REFUSED IF ANY MONTH IS ALREADY
026600*    BUDGETED FOR THE ACCOUNT
026700*=================================================================
026800 2150-APPLY-ANNUAL-SPREAD.
026900     MOVE ZERO TO WS-SPREAD-ON-FILE
027000     PERFORM 2160-CHECK-ONE-MONTH
027100         VARYING WS-SPREAD-PERIOD FROM 1 BY 1
027200         UNTIL WS-SPREAD-PERIOD > 12
027300     IF WS-SPREAD-ON-FILE > ZERO
027400         MOVE 'N' TO WS-CARD-OK-SW
027500         MOVE 'YEAR ALREADY PART BUDGETED'
027600             TO WS-REJECT-REASON
027700     ELSE
027800         COMPUTE WS-SPREAD-MONTHLY = WS-CARD-AMOUNT / 12
027900         COMPUTE WS-SPREAD-LAST =
028000             WS-CARD-AMOUNT - (WS-SPREAD-MONTHLY * 11)
028100         PERFORM 2170-SPREAD-ONE-MONTH
028200             VARYING WS-SPREAD-PERIOD FROM 1 BY 1
028300             UNTIL WS-SPREAD-PERIOD > 12
028400             OR NOT WS-CARD-OK
028500     END-IF.
028600*=================================================================
028700*    2160-CHECK-ONE-MONTH
028800*=================================================================
028900 2160-CHECK-ONE-MONTH.
029000     MOVE BM-FISCAL-YEAR   TO BUDG-FISCAL-YEAR
029100     MOVE WS-SPREAD-PERIOD TO BUDG-PERIOD
029200     MOVE BM-ACCOUNT       TO BUDG-ACCOUNT
029300     PERFORM 2050-READ-BUDGET
029400     IF WS-BUDGET-ON-FILE
029500         ADD 1 TO WS-SPREAD-ON-FILE
029600     END-IF.
029700*=================================================================
029800*    2170-SPREAD-ONE-MONTH
029900*=================================================================
030000 2170-SPREAD-ONE-MONTH.
030100     MOVE BM-FISCAL-YEAR   TO BUDG-FISCAL-YEAR
030200     MOVE WS-SPREAD-PERIOD TO BUDG-PERIOD
030300     MOVE BM-ACCOUNT       TO BUDG-ACCOUNT
030400     PERFORM 2110-WRITE-ONE-MONTH.
030500*=================================================================
030600*    2200-APPLY-CHANGE - REPLACE ONE MONTH'S FIGURE
030700*=================================================================
030800 2200-APPLY-CHANGE.
030900     IF BM-ANNUAL-SPREAD
031000         MOVE 'N' TO WS-CARD-OK-SW
031100         MOVE 'CHANGE NEEDS A PERIOD'
031200             TO WS-REJECT-REASON
031300     ELSE
031400         MOVE BM-FISCAL-YEAR TO BUDG-FISCAL-YEAR
031500         MOVE BM-PERIOD      TO BUDG-PERIOD
031600         MOVE BM-ACCOUNT     TO BUDG-ACCOUNT
031700         PERFORM 2050-READ-BUDGET
031800         IF NOT WS-BUDGET-ON-FILE
031900             MOVE 'N' TO WS-CARD-OK-SW
032000             MOVE 'BUDGET NOT ON FILE'
032100                 TO WS-REJECT-REASON
032200         END-IF
032300     END-IF
032400     IF WS-CARD-OK
032500         MOVE WS-CARD-AMOUNT             TO BUDG-AMOUNT
032600         MOVE WS-CURRENT-DATE-YYYYMMDD   TO BUDG-CHANGED-DATE
032700         MOVE BM-OPERATOR                TO BUDG-CHANGED-BY
032800         REWRITE BUDGET-RECORD
032900             INVALID KEY
033000                 MOVE 'N' TO WS-CARD-OK-SW
033100                 MOVE 'BUDGFILE REWRITE FAILED'
033200                     TO WS-REJECT-REASON
033300         END-REWRITE
033400     END-IF
033500     IF WS-CARD-OK
033600         ADD 1 TO WS-CHANGES-APPLIED
033700         PERFORM 2950-JOURNAL-THE-CHANGE
033800     END-IF.
033900*=================================================================
034000*    2300-APPLY-DELETE - REMOVE ONE MONTH'S FIGURE
034100*=================================================================
034200 2300-APPLY-DELETE.
034300     IF BM-ANNUAL-SPREAD
034400         MOVE 'N' TO WS-CARD-OK-SW
034500         MOVE 'DELETE NEEDS A PERIOD'
034600             TO WS-REJECT-REASON
034700     ELSE
034800         MOVE BM-FISCAL-YEAR TO BUDG-FISCAL-YEAR
034900         MOVE BM-PERIOD      TO BUDG-PERIOD
035000         MOVE BM-ACCOUNT     TO BUDG-ACCOUNT
035100         PERFORM 2050-READ-BUDGET
035200         IF NOT WS-BUDGET-ON-FILE
035300             MOVE 'N' TO WS-CARD-OK-SW
035400             MOVE 'BUDGET NOT ON FILE'
035500                 TO WS-REJECT-REASON
035600         END-IF
035700     END-IF
035800     IF WS-CARD-OK
035900         DELETE BUDGFILE
036000             INVALID KEY
036100                 MOVE 'N' TO WS-CARD-OK-SW
036200                 MOVE 'BUDGFILE DELETE FAILED'
036300                     TO WS-REJECT-REASON
036400         END-DELETE
036500     END-IF
036600     IF WS-CARD-OK
036700         ADD 1 TO WS-DELETES-APPLIED
036800         MOVE ZERO TO BUDG-AMOUNT
036900         PERFORM 2950-JOURNAL-THE-CHANGE
037000     END-IF.
037100*=================================================================
037200*    2400-EDIT-CARD-FIELDS - KEY FIELDS ON EVERY CARD, THE
037300*    AMOUNT ON ADD AND CHANGE CARDS
037400*=================================================================
037500 2400-EDIT-CARD-FIELDS.
037600     IF BM-FISCAL-YEAR NOT NUMERIC
037700         OR BM-FISCAL-YEAR < 1990
037800         MOVE 'N' TO WS-CARD-OK-SW
037900         MOVE 'FISCAL YEAR INVALID'
038000             TO WS-REJECT-REASON
038100     END-IF
038200     IF WS-CARD-OK
038300         AND (BM-PERIOD NOT NUMERIC
038400             OR (NOT BM-PERIOD-VALID
038500                 AND NOT BM-ANNUAL-SPREAD))
038600         MOVE 'N' TO WS-CARD-OK-SW
038700         MOVE 'PERIOD NOT 00-12'
038800             TO WS-REJECT-REASON
038900     END-IF
039000     IF WS-CARD-OK
039100         AND (BM-ACCOUNT NOT NUMERIC
039200             OR BM-ACCOUNT < 1000)
039300         MOVE 'N' TO WS-CARD-OK-SW
039400         MOVE 'ACCOUNT NOT NUMERIC'
039500             TO WS-REJECT-REASON
039600     END-IF
039700     IF WS-CARD-OK
039800         AND BM-OPERATOR = SPACES
039900         MOVE 'N' TO WS-CARD-OK-SW
040000         MOVE 'OPERATOR IS REQUIRED'
040100             TO WS-REJECT-REASON
040200     END-IF
040300     IF WS-CARD-OK
040400         AND NOT BM-DELETE
040500         AND (BM-AMOUNT NOT NUMERIC
040600             OR NOT BM-SIGN-VALID)
040700         MOVE 'N' TO WS-CARD-OK-SW
040800         MOVE 'AMOUNT NOT NUMERIC'
040900             TO WS-REJECT-REASON
041000     END-IF
041100     IF WS-CARD-OK
041200         AND NOT BM-DELETE
041300         MOVE BM-AMOUNT TO WS-CARD-AMOUNT
041400         IF BM-NEGATIVE
041500             COMPUTE WS-CARD-AMOUNT = ZERO - WS-CARD-AMOUNT
041600         END-IF
041700     END-IF.
041800*=================================================================
041900*    2900-WRITE-AUDIT-LINE
042000*=================================================================
042100 2900-WRITE-AUDIT-LINE.
042200     MOVE BM-TRANS-TYPE              TO AH-TRANS-TYPE
042300     MOVE ZERO                       TO AH-FISCAL-YEAR
042400     IF BM-FISCAL-YEAR NUMERIC
042500         MOVE BM-FISCAL-YEAR         TO AH-FISCAL-YEAR
042600     END-IF
042700     MOVE ZERO                       TO AH-PERIOD
042800     IF BM-PERIOD NUMERIC
042900         MOVE BM-PERIOD              TO AH-PERIOD
043000     END-IF
043100     MOVE ZERO                       TO AH-ACCOUNT
043200     IF BM-ACCOUNT NUMERIC
043300         MOVE BM-ACCOUNT             TO AH-ACCOUNT
043400     END-IF
043500     IF BM-DELETE
043600         MOVE WS-BEFORE-AMOUNT       TO AH-AMOUNT
043700     ELSE
043800         MOVE WS-CARD-AMOUNT         TO AH-AMOUNT
043900     END-IF
044000     MOVE BM-OPERATOR                TO AH-OPERATOR
044100     MOVE WS-REJECT-REASON           TO AH-REASON
044200     IF WS-CARD-OK
044300         MOVE 'ACCEPTED'             TO AH-DISPOSITION
044400     ELSE
044500         ADD 1 TO WS-CARDS-REJECTED
044600         MOVE 'REJECTED'             TO AH-DISPOSITION
044700     END-IF
044800     WRITE BUDGAUD-LINE FROM WS-AUDIT-DETAIL
044900     ADD 1 TO WS-AUDIT-LINES.
045000*=================================================================
045100*    2950-JOURNAL-THE-CHANGE - ONE CHGJRNL LINE PER MONTH
045200*    ADDED, CHANGED OR DELETED (BEFORE AND AFTER AMOUNTS)
045300*=================================================================
045400 2950-JOURNAL-THE-CHANGE.
045500     MOVE 'BUDGMNT' TO CJRN-PROGRAM
045600     MOVE SPACES TO CJRN-KEY
045700     MOVE BUDG-FISCAL-YEAR TO CJRN-KEY (1:4)
045800     MOVE BUDG-PERIOD TO CJRN-KEY (5:2)
045900     MOVE BUDG-ACCOUNT TO CJRN-KEY (8:4)
046000     MOVE 'BUDGET-AMT  ' TO CJRN-FIELD
046100     MOVE WS-BEFORE-AMOUNT TO WS-JRNL-AMOUNT
046200     MOVE WS-JRNL-AMOUNT TO CJRN-OLD-VALUE
046300     IF BM-DELETE
046400         MOVE 'DELETED' TO CJRN-NEW-VALUE
046500     ELSE
046600         MOVE BUDG-AMOUNT TO WS-JRNL-AMOUNT
046700         MOVE WS-JRNL-AMOUNT TO CJRN-NEW-VALUE
046800     END-IF
046900     MOVE BM-OPERATOR TO CJRN-OPERATOR
047000     CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST.
047100*=================================================================
047200*    3000-TERMINATE
047300*=================================================================
047400 3000-TERMINATE.
047500     CLOSE BUDGFILE
047600     CLOSE BUDGCARD-FILE
047700     CLOSE BUDGAUD-RPT
047800     DISPLAY 'BUDGMNT: CARDS READ        = ' WS-CARDS-READ
047900     DISPLAY 'BUDGMNT: MONTHS ADDED      = ' WS-MONTHS-ADDED
048000     DISPLAY 'BUDGMNT: CHANGES APPLIED   = ' WS-CHANGES-APPLIED
048100     DISPLAY 'BUDGMNT: DELETES APPLIED   = ' WS-DELETES-APPLIED
048200     DISPLAY 'BUDGMNT: CARDS REJECTED    = ' WS-CARDS-REJECTED.
048300*=================================================================
048400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
048500*=================================================================
048600 9000-DISPLAY-VERSION-TRAILER.
048700     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='BUDGMNT -'==
048800                             ==:LINECOUNT:== BY WS-AUDIT-LINES.
