001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - POST THE NIGHTLY GLJRNL
001200*                   BATCH INTO THE MONTH-TO-DATE LEDGER.
001210*  2026-10-15 VSG   CLOSED FISCAL YEAR FROM CLOSECTL - BATCHES
001220*                   DATED IN IT ARE REFUSED UNLESS THE HEADER
001230*                   SOURCE IS PYADJUST (PRIOR-YEAR ADJUSTMENT),
001240*                   WHICH POSTS AND ROLLS INTO THE CLOSING
001250*                   ENTRIES AND THE NEW YEAR'S OPENING BALANCES.
001255*  2026-10-15 VSG   LEDGER KEPT BY STORE: EACH ENTRY POSTS UNDER
001260*                   THE STORE IN COLUMNS 49-50 OF THE DETAIL
001265*                   RECORD (BLANK IS HEAD OFFICE, 00).  PENDING
001270*                   TABLE WIDENED TO 999 ENTRIES FOR THE
001275*                   STORE-BY-STORE BATCH.
001300*=================================================================
001400*  READS THE NIGHT'S BALANCED GLJRNL BATCH AND ACCUMULATES EACH
001500*  ENTRY INTO THE LEDGFILE MONTH-TO-DATE LEDGER BY PERIOD,
001600*  ACCOUNT, AND STORE.  THE BATCH HEADER'S BUSINESS DATE NAMES
001610*  THE PERIOD;
001700*  A BATCH DATED INTO A PERIOD THE CLOSECTL CONTROL SHOWS AS
001800*  SEALED IS REFUSED RC=8 AND NOTHING POSTS, SO A LATE-ARRIVING
001900*  NIGHT CANNOT REOPEN A CLOSED MONTH.  THE BATCH TRAILER'S
002000*  DEBIT/CREDIT TOTALS ARE PROVED AGAINST THE ENTRIES BEFORE
002100*  ANYTHING POSTS.
002105*
002110*  ONCE GLCLOSE HAS CLOSED A FISCAL YEAR, A BATCH DATED IN THAT
002115*  YEAR OR EARLIER IS REFUSED RC=8 REGARDLESS OF THE MONTH
002120*  SEAL.  THE ONE EXCEPTION IS A BATCH WHOSE HEADER SOURCE
002125*  (COLUMNS 10-17) IS PYADJUST - THE ACCOUNTANT'S PRIOR-YEAR
002130*  ADJUSTMENT - DATED IN THE LAST CLOSED YEAR.  IT POSTS TO ITS
002135*  OWN PERIOD, AND EACH ENTRY IS ALSO ROLLED FORWARD SO THE
002140*  CLOSE STAYS WHOLE: A REVENUE OR EXPENSE ENTRY (4000 AND UP)
002145*  IS REVERSED IN THE CLOSING PERIOD YYYY13 AGAINST RETAINED
002150*  EARNINGS, AND THE BALANCE-SHEET EFFECT (THE ACCOUNT ITSELF,
002155*  OR RETAINED EARNINGS FOR A REVENUE OR EXPENSE ENTRY) IS
002160*  ADDED TO THE NEW YEAR'S PERIOD 01 OPENING BALANCE.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004900     05  GL-REST                    PIC X(79).
005000     05  FILLER REDEFINES GL-REST.
005100         10  GL-BUSINESS-DATE       PIC 9(8).
005110         10  GL-SOURCE-ID           PIC X(8).
005120         10  FILLER                 PIC X(63).
005300     05  FILLER REDEFINES GL-REST.
005400         10  GL-ACCOUNT             PIC 9(4).
005500         10  GL-DR-CR               PIC X(2).
005600         10  GL-AMOUNT              PIC 9(9)V99.
005610         10  GL-DESCRIPTION         PIC X(30).
005620         10  GL-STORE-CODE          PIC X(2).
005700         10  FILLER                 PIC X(30).
005800     05  FILLER REDEFINES GL-REST.
005900         10  GL-TRL-COUNT           PIC 9(5).
006000         10  GL-TRL-HASH            PIC 9(9).
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  CLOSECTL-CARD.
006900     05  CC-CLOSED-YYYYMM           PIC 9(6).
006910     05  CC-CLOSED-YEAR             PIC 9(4).
006920     05  CC-RETAINED-ACCOUNT        PIC 9(4).
006930     05  FILLER                     PIC X(66).
007100 WORKING-STORAGE SECTION.
007200*=================================================================
007300 COPY VERSTAMP.
008400     05  WS-LEDG-ON-FILE-SW         PIC X(1).
008500         88  WS-LEDG-ON-FILE        VALUE 'Y'.
008600 01  WS-CLOSED-YYYYMM               PIC 9(6) VALUE ZERO.
008610 01  WS-CLOSED-YEAR                 PIC 9(4) VALUE ZERO.
008620 01  WS-RETAINED-ACCOUNT            PIC 9(4) VALUE 3900.
008630 01  WS-CLOSING-PERIOD              PIC 9(6) VALUE ZERO.
008640 01  WS-OPENING-PERIOD              PIC 9(6) VALUE ZERO.
008700 01  WS-BATCH-PERIOD                PIC 9(6) VALUE ZERO.
008710 01  WS-BATCH-YEAR                  PIC 9(4) VALUE ZERO.
008720 01  WS-BATCH-SOURCE                PIC X(8) VALUE SPACE.
008730     88  WS-PRIOR-YEAR-ADJUST       VALUE 'PYADJUST'.
008740 01  WS-LEDGER-POSTING.
008750     05  WS-POST-PERIOD             PIC 9(6).
008760     05  WS-POST-ACCOUNT            PIC 9(4).
008770     05  WS-POST-DR-CR              PIC X(2).
008775     05  WS-POST-STORE              PIC 9(2).
008780 01  WS-CARRIED-ENTRIES             PIC 9(5) VALUE ZERO.
008800 01  WS-BATCH-TOTALS.
008900     05  WS-SUM-DEBITS              PIC 9(11)V99 VALUE ZERO.
009000     05  WS-SUM-CREDITS             PIC 9(11)V99 VALUE ZERO.
009500*=================================================================
009600 01  WS-PENDING-TABLE.
009700     05  WS-PEND-COUNT              PIC 9(3) VALUE ZERO.
009800     05  WS-PEND-ENTRY OCCURS 999 TIMES.
009900         10  WS-PEND-ACCOUNT        PIC 9(4).
009910         10  WS-PEND-STORE          PIC 9(2).
010000         10  WS-PEND-DR-CR          PIC X(2).
010100         10  WS-PEND-AMOUNT         PIC 9(9)V99.
010200 01  WS-PEND-SUB                    PIC 9(3).
015800                     MOVE CC-CLOSED-YYYYMM
015900                         TO WS-CLOSED-YYYYMM
016000                 END-IF
016010                 IF CC-CLOSED-YEAR NUMERIC
016020                     MOVE CC-CLOSED-YEAR
016030                         TO WS-CLOSED-YEAR
016040                 END-IF
016050                 IF CC-RETAINED-ACCOUNT NUMERIC
016060                     AND CC-RETAINED-ACCOUNT > ZERO
016070                     MOVE CC-RETAINED-ACCOUNT
016080                         TO WS-RETAINED-ACCOUNT
016090                 END-IF
016100         END-READ
016200     END-IF
016210     CLOSE CLOSECTL-FILE
016220     COMPUTE WS-CLOSING-PERIOD = (WS-CLOSED-YEAR * 100) + 13
016230     COMPUTE WS-OPENING-PERIOD =
016240         ((WS-CLOSED-YEAR + 1) * 100) + 1.
016400*=================================================================
016500*    2000-READ-THE-BATCH - COLLECT THE ENTRIES AND PROVE THE
016600*    TRAILER BEFORE ANYTHING POSTS
017500             WHEN GL-HEADER
017600                 MOVE GL-BUSINESS-DATE (1:6)
017700                     TO WS-BATCH-PERIOD
017710                 MOVE GL-SOURCE-ID TO WS-BATCH-SOURCE
017800             WHEN GL-DETAIL
017900                 PERFORM 2100-COLLECT-ONE-ENTRY
018000             WHEN GL-TRAILER
018700*    2100-COLLECT-ONE-ENTRY
018800*=================================================================
018900 2100-COLLECT-ONE-ENTRY.
019000     IF WS-PEND-COUNT < 999
019100         ADD 1 TO WS-PEND-COUNT
019200         MOVE GL-ACCOUNT TO WS-PEND-ACCOUNT (WS-PEND-COUNT)
019210         IF GL-STORE-CODE NUMERIC
019220             MOVE GL-STORE-CODE TO WS-PEND-STORE (WS-PEND-COUNT)
019230         ELSE
019240             MOVE ZERO TO WS-PEND-STORE (WS-PEND-COUNT)
019250         END-IF
019300         MOVE GL-DR-CR   TO WS-PEND-DR-CR (WS-PEND-COUNT)
019400         MOVE GL-AMOUNT  TO WS-PEND-AMOUNT (WS-PEND-COUNT)
019500         ADD 1 TO WS-ENTRY-COUNT
022100     END-IF.
022200*=================================================================
022300*    3000-POST-OR-REFUSE - THE PROVED BATCH POSTS BY ACCOUNT;
022310*    A BATCH INTO A SEALED PERIOD OR A CLOSED YEAR IS REFUSED
022320*    WHOLE, SAVE A PRIOR-YEAR ADJUSTMENT INTO THE LAST CLOSED
022330*    YEAR
022500*=================================================================
022600 3000-POST-OR-REFUSE.
022610     COMPUTE WS-BATCH-YEAR = WS-BATCH-PERIOD / 100
022700     IF WS-BATCH-PERIOD = ZERO
022800         AND WS-PEND-COUNT = ZERO
022900         DISPLAY 'GLPOST: NO BATCH PRESENT - NOTHING POSTED'
023000     ELSE
023010         EVALUATE TRUE
023020             WHEN WS-PRIOR-YEAR-ADJUST
023030                 AND WS-BATCH-YEAR NOT = WS-CLOSED-YEAR
023040                 DISPLAY 'GLPOST: PRIOR-YEAR ADJUSTMENT NOT '
023050                     'DATED IN CLOSED YEAR ' WS-CLOSED-YEAR
023060                     ' - BATCH REFUSED'
023070                 MOVE 8 TO RETURN-CODE
023080             WHEN NOT WS-PRIOR-YEAR-ADJUST
023090                 AND WS-BATCH-YEAR <= WS-CLOSED-YEAR
023100                 DISPLAY 'GLPOST: FISCAL YEAR ' WS-BATCH-YEAR
023110                     ' IS CLOSED - BATCH REFUSED'
023120                 MOVE 8 TO RETURN-CODE
023130             WHEN NOT WS-PRIOR-YEAR-ADJUST
023140                 AND WS-BATCH-PERIOD <= WS-CLOSED-YYYYMM
023150                 DISPLAY 'GLPOST: PERIOD ' WS-BATCH-PERIOD
023160                     ' IS CLOSED - BATCH REFUSED'
023170                 MOVE 8 TO RETURN-CODE
023180             WHEN NOT WS-BATCH-OK
023190                 DISPLAY 'GLPOST: BATCH NOT PROVED - REFUSED'
023200                 MOVE 8 TO RETURN-CODE
023210             WHEN OTHER
023700                 MOVE ZERO TO WS-PEND-SUB
023800                 PERFORM 3100-POST-ONE-ENTRY
023900                     UNTIL WS-PEND-SUB >= WS-PEND-COUNT
023910         END-EVALUATE
024500     END-IF.
024600*=================================================================
024610*    3100-POST-ONE-ENTRY - POST TO THE BATCH PERIOD, AND ROLL A
024620*    PRIOR-YEAR ADJUSTMENT FORWARD
024900*=================================================================
025000 3100-POST-ONE-ENTRY.
025100     ADD 1 TO WS-PEND-SUB
025105     MOVE WS-BATCH-PERIOD TO WS-POST-PERIOD
025110     MOVE WS-PEND-ACCOUNT (WS-PEND-SUB) TO WS-POST-ACCOUNT
025112     MOVE WS-PEND-STORE (WS-PEND-SUB) TO WS-POST-STORE
025115     MOVE WS-PEND-DR-CR (WS-PEND-SUB) TO WS-POST-DR-CR
025120     PERFORM 3150-ACCUMULATE-LEDGER
025125     IF WS-PRIOR-YEAR-ADJUST
025130         PERFORM 3200-CARRY-ADJUSTMENT-FORWARD
025135     END-IF.
025140*=================================================================
025145*    3150-ACCUMULATE-LEDGER - FIND OR CREATE THE PERIOD/ACCOUNT/
025150*    STORE LEDGER RECORD AND ACCUMULATE THE PENDING ENTRY'S
025152*    AMOUNT
025155*=================================================================
025160 3150-ACCUMULATE-LEDGER.
025200     MOVE 'Y' TO WS-LEDG-ON-FILE-SW
025210     MOVE WS-POST-PERIOD TO LEDG-PERIOD-YYYYMM
025220     MOVE WS-POST-ACCOUNT TO LEDG-ACCOUNT
025230     MOVE WS-POST-STORE TO LEDG-STORE-CODE
025500     READ LEDGFILE
025600         INVALID KEY
025700             MOVE 'N' TO WS-LEDG-ON-FILE-SW
025800     END-READ
025900     IF NOT WS-LEDG-ON-FILE
025910         MOVE WS-POST-PERIOD TO LEDG-PERIOD-YYYYMM
025920         MOVE WS-POST-ACCOUNT TO LEDG-ACCOUNT
025930         MOVE WS-POST-STORE TO LEDG-STORE-CODE
026200         MOVE ZERO TO LEDG-DEBITS
026300         MOVE ZERO TO LEDG-CREDITS
026400     END-IF
026410     IF WS-POST-DR-CR = 'DR'
026600         ADD WS-PEND-AMOUNT (WS-PEND-SUB) TO LEDG-DEBITS
026700     ELSE
026800         ADD WS-PEND-AMOUNT (WS-PEND-SUB) TO LEDG-CREDITS
028000                     LEDG-ACCOUNT
028100         END-WRITE
028200     END-IF.
028202*=================================================================
028204*    3200-CARRY-ADJUSTMENT-FORWARD - A REVENUE OR EXPENSE ENTRY
028206*    IS CLOSED AGAIN TO RETAINED EARNINGS IN THE CLOSING PERIOD;
028208*    THE BALANCE-SHEET SIDE JOINS THE NEW YEAR'S OPENING BALANCE.
028209*    EVERY LEG STAYS WITH THE ENTRY'S STORE.
028210*=================================================================
028212 3200-CARRY-ADJUSTMENT-FORWARD.
028214     ADD 1 TO WS-CARRIED-ENTRIES
028216     IF WS-POST-ACCOUNT >= 4000
028218         MOVE WS-CLOSING-PERIOD TO WS-POST-PERIOD
028220         IF WS-PEND-DR-CR (WS-PEND-SUB) = 'DR'
028222             MOVE 'CR' TO WS-POST-DR-CR
028224         ELSE
028226             MOVE 'DR' TO WS-POST-DR-CR
028228         END-IF
028230         PERFORM 3150-ACCUMULATE-LEDGER
028232         MOVE WS-RETAINED-ACCOUNT TO WS-POST-ACCOUNT
028234         MOVE WS-PEND-DR-CR (WS-PEND-SUB) TO WS-POST-DR-CR
028236         PERFORM 3150-ACCUMULATE-LEDGER
028238     END-IF
028240     MOVE WS-OPENING-PERIOD TO WS-POST-PERIOD
028242     PERFORM 3150-ACCUMULATE-LEDGER.
028300*=================================================================
028400*    4000-TERMINATE
028500*=================================================================
028900     DISPLAY 'GLPOST: BATCH PERIOD   = ' WS-BATCH-PERIOD
029000     DISPLAY 'GLPOST: ENTRIES READ   = ' WS-ENTRY-COUNT
029100     DISPLAY 'GLPOST: BATCH DEBITS   = ' WS-SUM-DEBITS
029110     DISPLAY 'GLPOST: BATCH CREDITS  = ' WS-SUM-CREDITS
029120     IF WS-PRIOR-YEAR-ADJUST
029130         DISPLAY 'GLPOST: PRIOR-YEAR ENTRIES CARRIED = '
029140             WS-CARRIED-ENTRIES
029150     END-IF.
029300*=================================================================
029400*=================================================================
029500*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
