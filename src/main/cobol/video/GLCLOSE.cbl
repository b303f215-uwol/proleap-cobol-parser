001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - TRIAL BALANCE AND
001200*                   MONTH-END CLOSE CONTROL.
001210*  2026-10-15 VSG   FUNCTION 'Y' FISCAL YEAR-END CLOSE - REVENUE
001220*                   AND EXPENSE CLOSED TO RETAINED EARNINGS IN
001230*                   CLOSING PERIOD YYYY13, BALANCE-SHEET
001240*                   OPENING BALANCES INTO PERIOD 01 OF THE NEW
001250*                   YEAR, YECLRPT CLOSING-ENTRIES REPORT, AND
001260*                   THE CLOSED YEAR STAMPED ON CLOSECTL.
001265*  2026-10-15 VSG   LEDGER CARRIES A STORE SEGMENT - TRIAL
001270*                   BALANCE LISTS EACH ACCOUNT BY STORE, AND
001275*                   THE YEAR CLOSES STORE BY STORE WITH EACH
001280*                   STORE'S NET TO ITS OWN RETAINED EARNINGS.
001300*=================================================================
001400*  READS THE GLCLCARD CONTROL CARD (FUNCTION AND PERIOD) AND
001500*  PRINTS A TRIAL BALANCE OF THE LEDGFILE MONTH-TO-DATE LEDGER
002100*  BATCH DATED INTO IT.  THE ACCOUNTANT GETS ONE BALANCED
002200*  MONTH-END PACKAGE INSTEAD OF THIRTY PRINTOUTS AND AN ADDING
002300*  MACHINE.
002305*
002310*  FUNCTION 'Y' CLOSES THE FISCAL YEAR NAMED BY THE CARD'S
002315*  PERIOD (ANY YYYYMM IN THE YEAR; THE TRIAL BALANCE PRINTS FOR
002320*  YYYY12).  DECEMBER MUST ALREADY BE SEALED, THE PRIOR YEAR
002325*  MUST BE CLOSED (UNLESS NO YEAR HAS EVER BEEN CLOSED), AND THE
002330*  YEAR MUST PROVE TO THE PENNY, OR THE CLOSE IS REFUSED RC=8
002335*  AND NOTHING IS WRITTEN.  EACH REVENUE AND EXPENSE ACCOUNT
002340*  (4000 AND UP) IS ZEROED BY A CLOSING ENTRY IN PERIOD YYYY13
002345*  AGAINST THE RETAINED-EARNINGS ACCOUNT (GLCLCARD COLUMNS 9-12,
002350*  DEFAULT 3900), AND EVERY BALANCE-SHEET ACCOUNT'S YEAR-END
002355*  BALANCE IS CARRIED INTO PERIOD 01 OF THE NEW YEAR AS ITS
002360*  OPENING BALANCE.  CLOSECTL THEN CARRIES THE CLOSED YEAR AND
002365*  THE RETAINED-EARNINGS ACCOUNT, AND GLPOST REFUSES ANY BATCH
002370*  DATED IN THE CLOSED YEAR UNLESS IT IS A PRIOR-YEAR
002375*  ADJUSTMENT BATCH.
002376*
002377*  THE LEDGER IS KEPT BY STORE, SO THE TRIAL BALANCE PRINTS ONE
002378*  LINE PER ACCOUNT PER STORE (STORE 00 IS HEAD OFFICE) AND THE
002379*  YEAR CLOSES EACH STORE'S REVENUE AND EXPENSE TO THAT STORE'S
002380*  RETAINED EARNINGS AND CARRIES EACH STORE'S BALANCE-SHEET
002381*  ACCOUNTS FORWARD UNDER THE SAME STORE.
002400*=================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004200     SELECT TRIALRPT-RPT ASSIGN TO 'TRIALRPT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FC-TRIALRPT-STATUS.
004410     SELECT YECLOSE-RPT ASSIGN TO 'YECLRPT'
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS FC-YECLRPT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  LEDGFILE.
005200     05  GC-FUNCTION                PIC X(1).
005300         88  GC-TRIAL-ONLY          VALUE 'T'.
005400         88  GC-CLOSE-PERIOD        VALUE 'C'.
005410         88  GC-CLOSE-YEAR          VALUE 'Y'.
005500     05  GC-PERIOD-YYYYMM           PIC 9(6).
005510     05  FILLER                     PIC X(1).
005520     05  GC-RETAINED-ACCOUNT        PIC 9(4).
005530     05  FILLER                     PIC X(68).
005700 FD  CLOSECTL-FILE
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  CLOSECTL-CARD.
006000     05  CC-CLOSED-YYYYMM           PIC 9(6).
006010     05  CC-CLOSED-YEAR             PIC 9(4).
006020     05  CC-RETAINED-ACCOUNT        PIC 9(4).
006030     05  FILLER                     PIC X(66).
006200 FD  TRIALRPT-RPT
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  TRIALRPT-LINE                  PIC X(80).
006410 FD  YECLOSE-RPT
006420     RECORD CONTAINS 80 CHARACTERS.
006430 01  YECLOSE-LINE                   PIC X(80).
006500 WORKING-STORAGE SECTION.
006600*=================================================================
006700 COPY VERSTAMP.
007100     05  FC-GLCLCARD-STATUS         PIC X(2).
007200     05  FC-CLOSECTL-STATUS         PIC X(2).
007300     05  FC-TRIALRPT-STATUS         PIC X(2).
007310     05  FC-YECLRPT-STATUS          PIC X(2).
007400 01  WS-SWITCHES.
007500     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
007600         88  WS-EOF                 VALUE 'Y'.
007700     05  WS-CLOSE-MODE-SW           PIC X(1) VALUE 'N'.
007800         88  WS-CLOSE-MODE          VALUE 'Y'.
007810     05  WS-YEAR-MODE-SW            PIC X(1) VALUE 'N'.
007820         88  WS-YEAR-MODE           VALUE 'Y'.
007830     05  WS-YEAR-OK-SW              PIC X(1) VALUE 'Y'.
007840         88  WS-YEAR-OK             VALUE 'Y'.
007850     05  WS-SCAN-EOF-SW             PIC X(1) VALUE 'N'.
007860         88  WS-SCAN-EOF            VALUE 'Y'.
007870     05  WS-LEDG-ON-FILE-SW         PIC X(1).
007880         88  WS-LEDG-ON-FILE        VALUE 'Y'.
007900 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
007901*=================================================================
007902*    CLOSE CONTROL AS LOADED FROM CLOSECTL - THE LAST SEALED
007903*    MONTH, THE LAST CLOSED FISCAL YEAR, AND THE RETAINED-
007904*    EARNINGS ACCOUNT THE YEAR WAS CLOSED TO
007905*=================================================================
007906 01  WS-CLOSE-CONTROL.
007907     05  WS-CLOSED-YYYYMM           PIC 9(6) VALUE ZERO.
007908     05  WS-CLOSED-YEAR             PIC 9(4) VALUE ZERO.
007909     05  WS-RETAINED-ACCOUNT        PIC 9(4) VALUE 3900.
007910*=================================================================
007911*    YEAR-END CLOSE - THE YEAR BEING CLOSED, THE LEDGER RANGE
007912*    THAT MAKES UP ITS BALANCES, AND THE PERIODS THE CLOSING
007913*    ENTRIES AND OPENING BALANCES ARE WRITTEN TO
007914*=================================================================
007915 01  WS-YEAR-FIELDS.
007916     05  WS-CLOSE-YEAR              PIC 9(4) VALUE ZERO.
007917     05  WS-SCAN-FROM-PERIOD        PIC 9(6) VALUE ZERO.
007918     05  WS-SCAN-TO-PERIOD          PIC 9(6) VALUE ZERO.
007919     05  WS-CLOSING-PERIOD          PIC 9(6) VALUE ZERO.
007920     05  WS-OPENING-PERIOD          PIC 9(6) VALUE ZERO.
007921 01  WS-YEAR-TOTALS.
007922     05  WS-YEAR-DEBITS             PIC 9(11)V99 VALUE ZERO.
007923     05  WS-YEAR-CREDITS            PIC 9(11)V99 VALUE ZERO.
007924     05  WS-CLOSING-TO-RETAINED     PIC S9(11)V99 VALUE ZERO.
007925     05  WS-NET-INCOME              PIC S9(11)V99 VALUE ZERO.
007926     05  WS-SECTION-DEBITS          PIC 9(11)V99 VALUE ZERO.
007927     05  WS-SECTION-CREDITS         PIC 9(11)V99 VALUE ZERO.
007928     05  WS-ACCOUNTS-CLOSED         PIC 9(5) VALUE ZERO.
007929     05  WS-ACCOUNTS-CARRIED        PIC 9(5) VALUE ZERO.
007930     05  WS-ACCOUNTS-DROPPED        PIC 9(5) VALUE ZERO.
007931     05  WS-YECL-LINES              PIC 9(5) VALUE ZERO.
007932*=================================================================
007933*    ACCOUNT TABLE - NET YEAR-END BALANCE (DEBITS LESS CREDITS)
007934*    PER ACCOUNT AND STORE, HELD IN ACCOUNT THEN STORE ORDER.
007935*    ONE SPARE ENTRY SO THE INSERT SHIFT NEVER RUNS OFF THE END.
007936*=================================================================
007937 01  WS-ACCT-TABLE.
007938     05  WS-ACCT-COUNT              PIC 9(4) VALUE ZERO.
007939     05  WS-ACCT-ENTRY OCCURS 1000 TIMES.
007940         10  WS-AT-KEY.
007941             15  WS-AT-ACCOUNT      PIC 9(4).
007942             15  WS-AT-STORE        PIC 9(2).
007943         10  WS-AT-NET              PIC S9(11)V99.
007944 01  WS-ACCT-SUB                    PIC 9(4).
007945 01  WS-MATCH-SUB                   PIC 9(4).
007946 01  WS-SHIFT-SUB                   PIC 9(4).
007947 01  WS-ACCOUNT-KEY-HOLD.
007948     05  WS-ACCOUNT-HOLD            PIC 9(4).
007949     05  WS-STORE-HOLD              PIC 9(2).
007950*=================================================================
007951*    EACH STORE'S REVENUE AND EXPENSE NET, CLOSED TO THAT
007952*    STORE'S RETAINED EARNINGS (STORE 00 IN SLOT 1)
007953*=================================================================
007954 01  WS-STORE-RETAINED-TABLE.
007955     05  WS-STORE-RETAINED OCCURS 100 TIMES
007956                                    PIC S9(11)V99.
007957 01  WS-STORE-SUB                   PIC 9(3).
007958 01  WS-LEDGER-POSTING.
007959     05  WS-POST-PERIOD             PIC 9(6).
007960     05  WS-POST-ACCOUNT            PIC 9(4).
007961     05  WS-POST-STORE              PIC 9(2).
007962     05  WS-POST-DR-CR              PIC X(2).
007963     05  WS-POST-AMOUNT             PIC 9(11)V99.
008000 01  WS-TOTALS.
008100     05  WS-TOTAL-DEBITS            PIC 9(11)V99 VALUE ZERO.
008200     05  WS-TOTAL-CREDITS           PIC 9(11)V99 VALUE ZERO.
008800     05  TH-PERIOD                  PIC 9(6).
008900     05  FILLER                     PIC X(40) VALUE
009000         '  ACCOUNT        DEBITS         CREDITS'.
009010     05  FILLER                     PIC X(7)  VALUE '  STORE'.
009100 01  WS-TRIAL-DETAIL.
009200     05  FILLER                     PIC X(16) VALUE SPACE.
009300     05  TD-ACCOUNT                 PIC 9(4).
009500     05  TD-DEBITS                  PIC ZZZZZZZZZ9.99.
009600     05  FILLER                     PIC X(2)  VALUE SPACE.
009700     05  TD-CREDITS                 PIC ZZZZZZZZZ9.99.
009710     05  FILLER                     PIC X(8)  VALUE SPACE.
009720     05  TD-STORE-CODE              PIC 9(2).
009800 01  WS-TRIAL-TOTAL-LINE.
009900     05  FILLER                     PIC X(1)  VALUE SPACE.
010000     05  TT-LABEL                   PIC X(15).
010200     05  TT-DEBITS                  PIC ZZZZZZZZZ9.99.
010300     05  FILLER                     PIC X(2)  VALUE SPACE.
010400     05  TT-CREDITS                 PIC ZZZZZZZZZ9.99.
010402 01  WS-YECL-HEAD-LINE.
010404     05  FILLER                     PIC X(1)  VALUE SPACE.
010406     05  FILLER                     PIC X(27) VALUE
010408         'YEAR-END CLOSE  FISCAL YEAR'.
010410     05  YH-YEAR                    PIC 9(4).
010412     05  FILLER                     PIC X(30) VALUE
010414         '  RETAINED EARNINGS ACCOUNT   '.
010416     05  YH-RETAINED-ACCOUNT        PIC 9(4).
010418 01  WS-YECL-SECTION-LINE.
010420     05  FILLER                     PIC X(1)  VALUE SPACE.
010422     05  YS-TITLE                   PIC X(30).
010424     05  FILLER                     PIC X(8)  VALUE ' PERIOD '.
010426     05  YS-PERIOD                  PIC 9(6).
010428 01  WS-YECL-DETAIL.
010430     05  FILLER                     PIC X(16) VALUE SPACE.
010432     05  YD-ACCOUNT                 PIC 9(4).
010434     05  FILLER                     PIC X(2)  VALUE SPACE.
010436     05  YD-DEBIT                   PIC ZZZZZZZZZ9.99
010438                                    BLANK WHEN ZERO.
010440     05  FILLER                     PIC X(2)  VALUE SPACE.
010442     05  YD-CREDIT                  PIC ZZZZZZZZZ9.99
010444                                    BLANK WHEN ZERO.
010446     05  FILLER                     PIC X(2)  VALUE SPACE.
010448     05  YD-NOTE                    PIC X(20).
010449     05  FILLER                     PIC X(2)  VALUE SPACE.
010450     05  YD-STORE-CODE              PIC 9(2).
010451 01  WS-YECL-TOTAL-LINE.
010452     05  FILLER                     PIC X(1)  VALUE SPACE.
010454     05  YT-LABEL                   PIC X(20).
010456     05  FILLER                     PIC X(1)  VALUE SPACE.
010458     05  YT-DEBITS                  PIC ZZZZZZZZZ9.99.
010460     05  FILLER                     PIC X(2)  VALUE SPACE.
010462     05  YT-CREDITS                 PIC ZZZZZZZZZ9.99.
010464 01  WS-YECL-INCOME-LINE.
010466     05  FILLER                     PIC X(1)  VALUE SPACE.
010468     05  YI-LABEL                   PIC X(20).
010470     05  FILLER                     PIC X(1)  VALUE SPACE.
010472     05  YI-AMOUNT                  PIC -ZZZZZZZZZ9.99.
010474 01  WS-YECL-MESSAGE-LINE.
010476     05  FILLER                     PIC X(1)  VALUE SPACE.
010478     05  YM-TEXT                    PIC X(79).
010500 PROCEDURE DIVISION.
010600*=================================================================
010700 0000-MAINLINE.
013000         MOVE 12 TO RETURN-CODE
013100         STOP RUN
013200     END-IF
013210     PERFORM 1050-LOAD-CLOSE-CONTROL
013300     PERFORM 1100-LOAD-CONTROL-CARD
013310     IF WS-YEAR-MODE
013320         PERFORM 1200-CHECK-YEAR-CLOSE
013330         OPEN I-O LEDGFILE
013340     ELSE
013350         OPEN INPUT LEDGFILE
013360     END-IF
013500     IF FC-LEDGFILE-STATUS NOT = '00'
013600         AND FC-LEDGFILE-STATUS NOT = '05'
013700         DISPLAY 'GLCLOSE: UNABLE TO OPEN LEDGFILE, STATUS='
014800     IF NOT WS-EOF
014900         MOVE WS-PERIOD-YYYYMM TO LEDG-PERIOD-YYYYMM
015000         MOVE ZERO TO LEDG-ACCOUNT
015010         MOVE ZERO TO LEDG-STORE-CODE
015100         START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
015200             INVALID KEY
015300                 MOVE 'Y' TO WS-EOF-SW
015400         END-START
015500     END-IF.
015600*=================================================================
015610*    1050-LOAD-CLOSE-CONTROL - LAST SEALED PERIOD, LAST CLOSED
015620*    YEAR AND ITS RETAINED-EARNINGS ACCOUNT
015800*=================================================================
015802 1050-LOAD-CLOSE-CONTROL.
015804     OPEN INPUT CLOSECTL-FILE
015806     IF FC-CLOSECTL-STATUS = '00'
015808         READ CLOSECTL-FILE
015810             AT END
015812                 CONTINUE
015814             NOT AT END
015816                 IF CC-CLOSED-YYYYMM NUMERIC
015818                     MOVE CC-CLOSED-YYYYMM
015820                         TO WS-CLOSED-YYYYMM
015822                 END-IF
015824                 IF CC-CLOSED-YEAR NUMERIC
015826                     MOVE CC-CLOSED-YEAR
015828                         TO WS-CLOSED-YEAR
015830                 END-IF
015832                 IF CC-RETAINED-ACCOUNT NUMERIC
015834                     AND CC-RETAINED-ACCOUNT > ZERO
015836                     MOVE CC-RETAINED-ACCOUNT
015838                         TO WS-RETAINED-ACCOUNT
015840                 END-IF
015842         END-READ
015844         CLOSE CLOSECTL-FILE
015846     END-IF.
015848*=================================================================
015850*    1100-LOAD-CONTROL-CARD - FUNCTION AND PERIOD
015852*=================================================================
015900 1100-LOAD-CONTROL-CARD.
016000     OPEN INPUT GLCLCARD-FILE
016100     IF FC-GLCLCARD-STATUS = '00'
017000                 IF GC-CLOSE-PERIOD
017100                     MOVE 'Y' TO WS-CLOSE-MODE-SW
017200                 END-IF
017210                 IF GC-CLOSE-YEAR
017220                     MOVE 'Y' TO WS-YEAR-MODE-SW
017230                     IF GC-RETAINED-ACCOUNT NUMERIC
017240                         AND GC-RETAINED-ACCOUNT > ZERO
017250                         MOVE GC-RETAINED-ACCOUNT
017260                             TO WS-RETAINED-ACCOUNT
017270                     END-IF
017280                 END-IF
017300         END-READ
017400     END-IF
017500     CLOSE GLCLCARD-FILE
017700         DISPLAY 'GLCLOSE: NO PERIOD ON GLCLCARD - NOTHING '
017800             'TO REPORT'
017900         MOVE 'Y' TO WS-EOF-SW
017910         MOVE 'N' TO WS-YEAR-MODE-SW
018000     END-IF.
018100*=================================================================
018102*    1200-CHECK-YEAR-CLOSE - THE TRIAL BALANCE PRINTS FOR THE
018104*    YEAR'S LAST PERIOD; DECEMBER MUST BE SEALED, THE YEAR NOT
018106*    YET CLOSED, AND THE PRIOR YEAR CLOSED UNLESS THIS IS THE
018108*    FIRST YEAR EVER CLOSED, IN WHICH CASE THE BALANCES RUN FROM
018110*    THE START OF THE LEDGER
018112*=================================================================
018114 1200-CHECK-YEAR-CLOSE.
018116     COMPUTE WS-CLOSE-YEAR = WS-PERIOD-YYYYMM / 100
018118     COMPUTE WS-PERIOD-YYYYMM = (WS-CLOSE-YEAR * 100) + 12
018120     MOVE WS-PERIOD-YYYYMM TO WS-SCAN-TO-PERIOD
018122     COMPUTE WS-CLOSING-PERIOD = (WS-CLOSE-YEAR * 100) + 13
018124     COMPUTE WS-OPENING-PERIOD =
018126         ((WS-CLOSE-YEAR + 1) * 100) + 1
018128     IF WS-CLOSED-YEAR = ZERO
018130         MOVE ZERO TO WS-SCAN-FROM-PERIOD
018132     ELSE
018134         COMPUTE WS-SCAN-FROM-PERIOD =
018136             (WS-CLOSE-YEAR * 100) + 1
018138     END-IF
018140     EVALUATE TRUE
018142         WHEN WS-CLOSED-YYYYMM < WS-PERIOD-YYYYMM
018144             DISPLAY 'GLCLOSE: PERIOD ' WS-PERIOD-YYYYMM
018146                 ' NOT YET SEALED - YEAR CLOSE REFUSED'
018148             MOVE 'N' TO WS-YEAR-OK-SW
018150         WHEN WS-CLOSED-YEAR >= WS-CLOSE-YEAR
018152             DISPLAY 'GLCLOSE: FISCAL YEAR ' WS-CLOSE-YEAR
018154                 ' ALREADY CLOSED - YEAR CLOSE REFUSED'
018156             MOVE 'N' TO WS-YEAR-OK-SW
018158         WHEN WS-CLOSED-YEAR > ZERO
018160             AND WS-CLOSED-YEAR + 1 NOT = WS-CLOSE-YEAR
018162             DISPLAY 'GLCLOSE: FISCAL YEAR ' WS-CLOSED-YEAR
018164                 ' IS THE LAST CLOSED - YEAR CLOSE REFUSED'
018166             MOVE 'N' TO WS-YEAR-OK-SW
018168         WHEN WS-RETAINED-ACCOUNT < 3000
018170             OR WS-RETAINED-ACCOUNT > 3999
018172             DISPLAY 'GLCLOSE: RETAINED EARNINGS ACCOUNT '
018174                 WS-RETAINED-ACCOUNT
018176                 ' NOT AN EQUITY ACCOUNT - YEAR CLOSE REFUSED'
018178             MOVE 'N' TO WS-YEAR-OK-SW
018180         WHEN OTHER
018182             CONTINUE
018184     END-EVALUATE
018186     IF NOT WS-YEAR-OK
018188         MOVE 8 TO RETURN-CODE
018190     END-IF.
018192*=================================================================
018200*    2000-LIST-ONE-ACCOUNT - ONE TRIAL-BALANCE LINE PER LEDGER
018300*    ACCOUNT IN THE REQUESTED PERIOD
018400*=================================================================
019300         ELSE
019400             ADD 1 TO WS-ACCOUNTS-LISTED
019500             MOVE LEDG-ACCOUNT  TO TD-ACCOUNT
019510             MOVE LEDG-STORE-CODE TO TD-STORE-CODE
019600             MOVE LEDG-DEBITS   TO TD-DEBITS
019700             MOVE LEDG-CREDITS  TO TD-CREDITS
019800             WRITE TRIALRPT-LINE FROM WS-TRIAL-DETAIL
022000                 'CLOSE REFUSED'
022100             MOVE 8 TO RETURN-CODE
022200         END-IF
022210         IF WS-YEAR-MODE
022220             DISPLAY 'GLCLOSE: PERIOD OUT OF BALANCE - '
022230                 'YEAR CLOSE REFUSED'
022240             MOVE 8 TO RETURN-CODE
022250         END-IF
022300     ELSE
022400         IF WS-CLOSE-MODE
022500             PERFORM 3100-SEAL-THE-PERIOD
022510         END-IF
022520         IF WS-YEAR-MODE
022530             AND WS-YEAR-OK
022540             PERFORM 5000-CLOSE-THE-YEAR
022550         END-IF
022700     END-IF.
022800*=================================================================
022900*    3100-SEAL-THE-PERIOD - STAMP CLOSECTL SO GLPOST REFUSES
023400     IF FC-CLOSECTL-STATUS = '00'
023500         MOVE SPACES TO CLOSECTL-CARD
023600         MOVE WS-PERIOD-YYYYMM TO CC-CLOSED-YYYYMM
023610         MOVE WS-CLOSED-YEAR TO CC-CLOSED-YEAR
023620         MOVE WS-RETAINED-ACCOUNT TO CC-RETAINED-ACCOUNT
023700         WRITE CLOSECTL-CARD
023800         CLOSE CLOSECTL-FILE
023900         DISPLAY 'GLCLOSE: PERIOD ' WS-PERIOD-YYYYMM
025200     DISPLAY 'GLCLOSE: PERIOD          = ' WS-PERIOD-YYYYMM
025300     DISPLAY 'GLCLOSE: ACCOUNTS LISTED = ' WS-ACCOUNTS-LISTED
025400     DISPLAY 'GLCLOSE: TOTAL DEBITS    = ' WS-TOTAL-DEBITS
025410     DISPLAY 'GLCLOSE: TOTAL CREDITS   = ' WS-TOTAL-CREDITS
025420     IF WS-YEAR-MODE
025430         DISPLAY 'GLCLOSE: FISCAL YEAR     = ' WS-CLOSE-YEAR
025440         DISPLAY 'GLCLOSE: ACCOUNTS CLOSED = '
025450             WS-ACCOUNTS-CLOSED
025460         DISPLAY 'GLCLOSE: ACCOUNTS CARRIED= '
025470             WS-ACCOUNTS-CARRIED
025480         DISPLAY 'GLCLOSE: NET INCOME      = ' WS-NET-INCOME
025490     END-IF.
025600*=================================================================
025601*    5000-CLOSE-THE-YEAR - GATHER EACH ACCOUNT'S YEAR-END
025602*    BALANCE, PROVE THE YEAR, THEN WRITE THE CLOSING ENTRIES,
025603*    THE OPENING BALANCES, AND THE CLOSED-YEAR STAMP
025604*=================================================================
025605 5000-CLOSE-THE-YEAR.
025606     OPEN OUTPUT YECLOSE-RPT
025607     IF NOT RCHK-IN-PROD
025608         WRITE YECLOSE-LINE FROM RCHK-WATERMARK
025609     END-IF
025610     MOVE WS-CLOSE-YEAR TO YH-YEAR
025611     MOVE WS-RETAINED-ACCOUNT TO YH-RETAINED-ACCOUNT
025612     WRITE YECLOSE-LINE FROM WS-YECL-HEAD-LINE
025613     ADD 1 TO WS-YECL-LINES
025614     MOVE WS-SCAN-FROM-PERIOD TO LEDG-PERIOD-YYYYMM
025615     MOVE ZERO TO LEDG-ACCOUNT
025616     MOVE ZERO TO LEDG-STORE-CODE
025617     START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
025618         INVALID KEY
025619             MOVE 'Y' TO WS-SCAN-EOF-SW
025620     END-START
025621     PERFORM 5100-ACCUMULATE-ONE-RECORD
025622         UNTIL WS-SCAN-EOF
025627     EVALUATE TRUE
025628         WHEN WS-ACCOUNTS-DROPPED > ZERO
025629             MOVE 'ACCOUNT TABLE FULL - YEAR CLOSE REFUSED'
025630                 TO YM-TEXT
025631             PERFORM 5900-REFUSE-THE-CLOSE
025632         WHEN WS-YEAR-DEBITS NOT = WS-YEAR-CREDITS
025633             MOVE 'YEAR OUT OF BALANCE - YEAR CLOSE REFUSED'
025634                 TO YM-TEXT
025635             PERFORM 5900-REFUSE-THE-CLOSE
025636         WHEN OTHER
025637             PERFORM 5200-WRITE-CLOSING-ENTRIES
025638             PERFORM 5300-WRITE-OPENING-BALANCES
025639             PERFORM 5400-STAMP-CLOSED-YEAR
025640     END-EVALUATE
025641     CLOSE YECLOSE-RPT.
025642*=================================================================
025643*    5100-ACCUMULATE-ONE-RECORD - NET EVERY LEDGER RECORD IN
025644*    THE YEAR'S RANGE INTO ITS ACCOUNT AND STORE; A STORE WITH
025645*    REVENUE OR EXPENSE ALSO NEEDS ITS RETAINED-EARNINGS ENTRY,
025646*    MADE HERE SO A FULL TABLE IS KNOWN BEFORE ANYTHING POSTS
025647*=================================================================
025648 5100-ACCUMULATE-ONE-RECORD.
025649     READ LEDGFILE NEXT RECORD
025650         AT END
025651             MOVE 'Y' TO WS-SCAN-EOF-SW
025652     END-READ
025653     IF NOT WS-SCAN-EOF
025654         AND LEDG-PERIOD-YYYYMM > WS-SCAN-TO-PERIOD
025655         MOVE 'Y' TO WS-SCAN-EOF-SW
025656     END-IF
025657     IF NOT WS-SCAN-EOF
025658         ADD LEDG-DEBITS TO WS-YEAR-DEBITS
025659         ADD LEDG-CREDITS TO WS-YEAR-CREDITS
025660         MOVE LEDG-ACCOUNT TO WS-ACCOUNT-HOLD
025661         MOVE LEDG-STORE-CODE TO WS-STORE-HOLD
025662         PERFORM 6000-FIND-ACCOUNT
025663         IF WS-MATCH-SUB = ZERO
025664             ADD 1 TO WS-ACCOUNTS-DROPPED
025665         ELSE
025666             COMPUTE WS-AT-NET (WS-MATCH-SUB) =
025667                 WS-AT-NET (WS-MATCH-SUB)
025668                 + LEDG-DEBITS - LEDG-CREDITS
025669         END-IF
025670         IF LEDG-ACCOUNT >= 4000
025671             MOVE WS-RETAINED-ACCOUNT TO WS-ACCOUNT-HOLD
025672             PERFORM 6000-FIND-ACCOUNT
025673             IF WS-MATCH-SUB = ZERO
025674                 ADD 1 TO WS-ACCOUNTS-DROPPED
025675             END-IF
025676         END-IF
025677     END-IF.
025678*=================================================================
025679*    5200-WRITE-CLOSING-ENTRIES - EACH REVENUE AND EXPENSE
025680*    BALANCE REVERSED IN THE CLOSING PERIOD, EACH STORE'S NET
025681*    TO THAT STORE'S RETAINED EARNINGS
025682*=================================================================
025683 5200-WRITE-CLOSING-ENTRIES.
025684     MOVE 'CLOSING ENTRIES' TO YS-TITLE
025685     MOVE WS-CLOSING-PERIOD TO YS-PERIOD
025686     WRITE YECLOSE-LINE FROM WS-YECL-SECTION-LINE
025687     ADD 1 TO WS-YECL-LINES
025688     MOVE ZERO TO WS-SECTION-DEBITS
025689     MOVE ZERO TO WS-SECTION-CREDITS
025690     MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD
025691     MOVE ZEROS TO WS-STORE-RETAINED-TABLE
025692     PERFORM 5210-CLOSE-ONE-ACCOUNT
025693         VARYING WS-ACCT-SUB FROM 1 BY 1
025694         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
025695     COMPUTE WS-NET-INCOME = ZERO - WS-CLOSING-TO-RETAINED
025696     PERFORM 5220-RETAIN-ONE-STORE
025697         VARYING WS-STORE-SUB FROM 1 BY 1
025698         UNTIL WS-STORE-SUB > 100
025702     MOVE 'CLOSING TOTALS' TO YT-LABEL
025703     MOVE WS-SECTION-DEBITS TO YT-DEBITS
025704     MOVE WS-SECTION-CREDITS TO YT-CREDITS
025705     WRITE YECLOSE-LINE FROM WS-YECL-TOTAL-LINE
025706     ADD 1 TO WS-YECL-LINES
025707     MOVE 'NET INCOME FOR YEAR' TO YI-LABEL
025708     MOVE WS-NET-INCOME TO YI-AMOUNT
025709     WRITE YECLOSE-LINE FROM WS-YECL-INCOME-LINE
025710     ADD 1 TO WS-YECL-LINES.
025711*=================================================================
025712*    5210-CLOSE-ONE-ACCOUNT - A DEBIT BALANCE IS CREDITED OFF
025713*    AND A CREDIT BALANCE DEBITED OFF
025714*=================================================================
025715 5210-CLOSE-ONE-ACCOUNT.
025716     IF WS-AT-ACCOUNT (WS-ACCT-SUB) >= 4000
025717         AND WS-AT-NET (WS-ACCT-SUB) NOT = ZERO
025718         ADD 1 TO WS-ACCOUNTS-CLOSED
025719         MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO WS-POST-ACCOUNT
025720         MOVE WS-AT-STORE (WS-ACCT-SUB) TO WS-POST-STORE
025721         IF WS-AT-NET (WS-ACCT-SUB) > ZERO
025722             MOVE 'CR' TO WS-POST-DR-CR
025723             MOVE WS-AT-NET (WS-ACCT-SUB) TO WS-POST-AMOUNT
025724             MOVE 'EXPENSE CLOSED' TO YD-NOTE
025725         ELSE
025726             MOVE 'DR' TO WS-POST-DR-CR
025727             COMPUTE WS-POST-AMOUNT =
025728                 ZERO - WS-AT-NET (WS-ACCT-SUB)
025729             MOVE 'REVENUE CLOSED' TO YD-NOTE
025730         END-IF
025731         PERFORM 5800-POST-AND-LIST
025732         ADD WS-AT-NET (WS-ACCT-SUB) TO WS-CLOSING-TO-RETAINED
025733         ADD WS-AT-NET (WS-ACCT-SUB)
025734             TO WS-STORE-RETAINED (WS-POST-STORE + 1)
025735         MOVE ZERO TO WS-AT-NET (WS-ACCT-SUB)
025736     END-IF.
025737*=================================================================
025738*    5220-RETAIN-ONE-STORE - ONE STORE'S NET TO ITS RETAINED
025739*    EARNINGS, ITS ENTRY ALREADY IN THE TABLE FROM THE SCAN
025740*=================================================================
025741 5220-RETAIN-ONE-STORE.
025742     IF WS-STORE-RETAINED (WS-STORE-SUB) NOT = ZERO
025743         MOVE WS-RETAINED-ACCOUNT TO WS-POST-ACCOUNT
025744         COMPUTE WS-POST-STORE = WS-STORE-SUB - 1
025745         IF WS-STORE-RETAINED (WS-STORE-SUB) > ZERO
025746             MOVE 'DR' TO WS-POST-DR-CR
025747             MOVE WS-STORE-RETAINED (WS-STORE-SUB)
025748                 TO WS-POST-AMOUNT
025749         ELSE
025750             MOVE 'CR' TO WS-POST-DR-CR
025751             COMPUTE WS-POST-AMOUNT =
025752                 ZERO - WS-STORE-RETAINED (WS-STORE-SUB)
025753         END-IF
025754         MOVE 'RETAINED EARNINGS' TO YD-NOTE
025755         PERFORM 5800-POST-AND-LIST
025756         MOVE WS-RETAINED-ACCOUNT TO WS-ACCOUNT-HOLD
025757         MOVE WS-POST-STORE TO WS-STORE-HOLD
025758         PERFORM 6000-FIND-ACCOUNT
025759         ADD WS-STORE-RETAINED (WS-STORE-SUB)
025760             TO WS-AT-NET (WS-MATCH-SUB)
025761     END-IF.
025762*=================================================================
025763*    5300-WRITE-OPENING-BALANCES - EVERY BALANCE-SHEET ACCOUNT,
025764*    RETAINED EARNINGS NOW INCLUDED, OPENS THE NEW YEAR AT ITS
025765*    YEAR-END BALANCE
025766*=================================================================
025767 5300-WRITE-OPENING-BALANCES.
025768     MOVE 'OPENING BALANCES' TO YS-TITLE
025769     MOVE WS-OPENING-PERIOD TO YS-PERIOD
025770     WRITE YECLOSE-LINE FROM WS-YECL-SECTION-LINE
025771     ADD 1 TO WS-YECL-LINES
025772     MOVE ZERO TO WS-SECTION-DEBITS
025773     MOVE ZERO TO WS-SECTION-CREDITS
025774     MOVE WS-OPENING-PERIOD TO WS-POST-PERIOD
025775     PERFORM 5310-CARRY-ONE-ACCOUNT
025776         VARYING WS-ACCT-SUB FROM 1 BY 1
025777         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
025778     MOVE 'OPENING TOTALS' TO YT-LABEL
025779     MOVE WS-SECTION-DEBITS TO YT-DEBITS
025780     MOVE WS-SECTION-CREDITS TO YT-CREDITS
025781     WRITE YECLOSE-LINE FROM WS-YECL-TOTAL-LINE
025782     ADD 1 TO WS-YECL-LINES.
025783*=================================================================
025784*    5310-CARRY-ONE-ACCOUNT
025785*=================================================================
025786 5310-CARRY-ONE-ACCOUNT.
025787     IF WS-AT-ACCOUNT (WS-ACCT-SUB) < 4000
025788         AND WS-AT-NET (WS-ACCT-SUB) NOT = ZERO
025789         ADD 1 TO WS-ACCOUNTS-CARRIED
025790         MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO WS-POST-ACCOUNT
025791         MOVE WS-AT-STORE (WS-ACCT-SUB) TO WS-POST-STORE
025792         IF WS-AT-NET (WS-ACCT-SUB) > ZERO
025793             MOVE 'DR' TO WS-POST-DR-CR
025794             MOVE WS-AT-NET (WS-ACCT-SUB) TO WS-POST-AMOUNT
025795         ELSE
025796             MOVE 'CR' TO WS-POST-DR-CR
025797             COMPUTE WS-POST-AMOUNT =
025798                 ZERO - WS-AT-NET (WS-ACCT-SUB)
025799         END-IF
025800         MOVE 'OPENING BALANCE' TO YD-NOTE
025801         PERFORM 5800-POST-AND-LIST
025802     END-IF.
025803*=================================================================
025804*    5400-STAMP-CLOSED-YEAR - CLOSECTL KEEPS THE SEALED MONTH
025805*    AND NOW CARRIES THE CLOSED YEAR, SO GLPOST REFUSES
025806*    ORDINARY BATCHES DATED IN IT
025807*=================================================================
025808 5400-STAMP-CLOSED-YEAR.
025809     OPEN OUTPUT CLOSECTL-FILE
025810     IF FC-CLOSECTL-STATUS = '00'
025811         MOVE SPACES TO CLOSECTL-CARD
025812         MOVE WS-CLOSED-YYYYMM TO CC-CLOSED-YYYYMM
025813         MOVE WS-CLOSE-YEAR TO CC-CLOSED-YEAR
025814         MOVE WS-RETAINED-ACCOUNT TO CC-RETAINED-ACCOUNT
025815         WRITE CLOSECTL-CARD
025816         CLOSE CLOSECTL-FILE
025817         MOVE WS-CLOSE-YEAR TO WS-CLOSED-YEAR
025818         DISPLAY 'GLCLOSE: FISCAL YEAR ' WS-CLOSE-YEAR
025819             ' CLOSED'
025820         MOVE 'FISCAL YEAR CLOSED' TO YM-TEXT
025821     ELSE
025822         DISPLAY 'GLCLOSE: UNABLE TO STAMP CLOSECTL, STATUS='
025823             FC-CLOSECTL-STATUS
025824         MOVE 8 TO RETURN-CODE
025825         MOVE 'CLOSECTL NOT STAMPED - YEAR LEFT OPEN TO GLPOST'
025826             TO YM-TEXT
025827     END-IF
025828     WRITE YECLOSE-LINE FROM WS-YECL-MESSAGE-LINE
025829     ADD 1 TO WS-YECL-LINES.
025830*=================================================================
025831*    5800-POST-AND-LIST - ACCUMULATE ONE CLOSING OR OPENING
025832*    ENTRY INTO THE LEDGER AND LIST IT
025833*=================================================================
025834 5800-POST-AND-LIST.
025835     PERFORM 6100-POST-TO-LEDGER
025836     MOVE WS-POST-ACCOUNT TO YD-ACCOUNT
025837     MOVE WS-POST-STORE TO YD-STORE-CODE
025838     IF WS-POST-DR-CR = 'DR'
025839         MOVE WS-POST-AMOUNT TO YD-DEBIT
025840         MOVE ZERO TO YD-CREDIT
025841         ADD WS-POST-AMOUNT TO WS-SECTION-DEBITS
025842     ELSE
025843         MOVE ZERO TO YD-DEBIT
025844         MOVE WS-POST-AMOUNT TO YD-CREDIT
025845         ADD WS-POST-AMOUNT TO WS-SECTION-CREDITS
025846     END-IF
025847     WRITE YECLOSE-LINE FROM WS-YECL-DETAIL
025848     ADD 1 TO WS-YECL-LINES.
025849*=================================================================
025850*    5900-REFUSE-THE-CLOSE
025851*=================================================================
025852 5900-REFUSE-THE-CLOSE.
025853     DISPLAY 'GLCLOSE: ' YM-TEXT
025854     WRITE YECLOSE-LINE FROM WS-YECL-MESSAGE-LINE
025855     ADD 1 TO WS-YECL-LINES
025856     MOVE 8 TO RETURN-CODE.
025857*=================================================================
025858*    6000-FIND-ACCOUNT - TABLE ENTRY FOR WS-ACCOUNT-HOLD AND
025859*    WS-STORE-HOLD, INSERTED IN ACCOUNT AND STORE ORDER WHEN
025860*    NEW; WS-MATCH-SUB IS LEFT ZERO WHEN A NEW ENTRY FINDS THE
025861*    TABLE FULL
025862*=================================================================
025863 6000-FIND-ACCOUNT.
025864     MOVE ZERO TO WS-MATCH-SUB
025865     MOVE 1 TO WS-ACCT-SUB
025866     PERFORM 6010-STEP-PAST-ONE-ENTRY
025867         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
025868         OR WS-AT-KEY (WS-ACCT-SUB) >= WS-ACCOUNT-KEY-HOLD
025869     IF WS-ACCT-SUB NOT > WS-ACCT-COUNT
025870         AND WS-AT-KEY (WS-ACCT-SUB) = WS-ACCOUNT-KEY-HOLD
025871         MOVE WS-ACCT-SUB TO WS-MATCH-SUB
025872     ELSE
025873         IF WS-ACCT-COUNT < 999
025874             PERFORM 6020-SHIFT-ONE-ENTRY
025875                 VARYING WS-SHIFT-SUB FROM WS-ACCT-COUNT BY -1
025876                 UNTIL WS-SHIFT-SUB < WS-ACCT-SUB
025877             ADD 1 TO WS-ACCT-COUNT
025878             MOVE WS-ACCT-SUB TO WS-MATCH-SUB
025879             MOVE WS-ACCOUNT-KEY-HOLD
025880                 TO WS-AT-KEY (WS-MATCH-SUB)
025881             MOVE ZERO TO WS-AT-NET (WS-MATCH-SUB)
025882         END-IF
025883     END-IF.
025884*=================================================================
025885*    6010-STEP-PAST-ONE-ENTRY
025886*=================================================================
025887 6010-STEP-PAST-ONE-ENTRY.
025888     ADD 1 TO WS-ACCT-SUB.
025889*=================================================================
025890*    6020-SHIFT-ONE-ENTRY - OPEN A SLOT FOR THE NEW ACCOUNT
025891*=================================================================
025892 6020-SHIFT-ONE-ENTRY.
025893     MOVE WS-ACCT-ENTRY (WS-SHIFT-SUB)
025894         TO WS-ACCT-ENTRY (WS-SHIFT-SUB + 1).
025895*=================================================================
025896*    6100-POST-TO-LEDGER - FIND OR CREATE THE PERIOD/ACCOUNT/
025897*    STORE LEDGER RECORD AND ACCUMULATE
025898*=================================================================
025899 6100-POST-TO-LEDGER.
025900     MOVE 'Y' TO WS-LEDG-ON-FILE-SW
025901     MOVE WS-POST-PERIOD TO LEDG-PERIOD-YYYYMM
025902     MOVE WS-POST-ACCOUNT TO LEDG-ACCOUNT
025903     MOVE WS-POST-STORE TO LEDG-STORE-CODE
025904     READ LEDGFILE
025905         INVALID KEY
025906             MOVE 'N' TO WS-LEDG-ON-FILE-SW
025907     END-READ
025908     IF NOT WS-LEDG-ON-FILE
025909         MOVE WS-POST-PERIOD TO LEDG-PERIOD-YYYYMM
025910         MOVE WS-POST-ACCOUNT TO LEDG-ACCOUNT
025911         MOVE WS-POST-STORE TO LEDG-STORE-CODE
025912         MOVE ZERO TO LEDG-DEBITS
025913         MOVE ZERO TO LEDG-CREDITS
025914     END-IF
025915     IF WS-POST-DR-CR = 'DR'
025916         ADD WS-POST-AMOUNT TO LEDG-DEBITS
025917     ELSE
025918         ADD WS-POST-AMOUNT TO LEDG-CREDITS
025919     END-IF
025920     IF WS-LEDG-ON-FILE
025921         REWRITE LEDGER-RECORD
025922             INVALID KEY
025923                 DISPLAY 'GLCLOSE: LEDGFILE REWRITE FAILED='
025924                     LEDG-ACCOUNT
025925         END-REWRITE
025926     ELSE
025927         WRITE LEDGER-RECORD
025928             INVALID KEY
025929                 DISPLAY 'GLCLOSE: LEDGFILE WRITE FAILED='
025930                     LEDG-ACCOUNT
025931         END-WRITE
025932     END-IF.
025933*=================================================================
025934*=================================================================
025935*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
025936*=================================================================
026000 9000-DISPLAY-VERSION-TRAILER.
026100     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='GLCLOSE -'==
026200                             ==:LINECOUNT:== BY
