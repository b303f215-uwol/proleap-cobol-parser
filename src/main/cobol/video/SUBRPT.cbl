000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SUBRPT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY SUBSCRIPTION
001200*                   REPORT, PLAN FEE AGAINST RENTALS CONSUMED.
001300*=================================================================
001400*  ONE LINE PER UNLIMITED-RENTAL SUBSCRIBER (CLASS U, OR BILLED
001500*  A PLAN FEE FOR THE MONTH BY MEMRENEW): THE PLAN FEE BILLED
001600*  FOR THE MONTH, THE SUBSCRIPTION RENTALS CHECKED OUT IN THE
001700*  MONTH, WHAT THOSE RENTALS WOULD HAVE CHARGED AT LIST (QUOTED
001800*  THROUGH PRICENG FOR THE NIGHTS BOOKED), AND THE MARGIN - FEE
001900*  LESS LIST VALUE, NEGATIVE WHEN THE MEMBER OUT-RENTS THE PLAN.
002000*  THE MONTH IS THE BUSINESS MONTH; AN OPTIONAL MONTHCTL CARD
002100*  (YYYYMM) REPORTS AN EARLIER ONE.  RUN AFTER MEMRENEW.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
003300         FILE STATUS IS FC-CUSTFILE-STATUS.
003400     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
003800         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
003900            OF RENTAL-RECORD WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
004100            OF RENTAL-RECORD WITH DUPLICATES
004200         FILE STATUS IS FC-RENTFILE-STATUS.
004300     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004700         FILE STATUS IS FC-VIDOFILE-STATUS.
004800     SELECT OPTIONAL MONTHCTL-FILE ASSIGN TO 'MONTHCTL'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FC-MONTHCTL-STATUS.
005100     SELECT SUBRPT-RPT ASSIGN TO 'SUBRPT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FC-SUBRPT-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CUSTFILE.
005700 COPY CUSTREC.
005800 FD  RENTFILE.
005900 COPY RENTREC.
006000 FD  VIDOFILE.
006100 COPY VIDOREC.
006200 FD  MONTHCTL-FILE
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  MONTHCTL-CARD.
006500     05  MC-YYYYMM                  PIC 9(6).
006600     05  FILLER                     PIC X(74).
006700 FD  SUBRPT-RPT
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  SUBRPT-LINE                    PIC X(80).
007000 WORKING-STORAGE SECTION.
007100*=================================================================
007200 COPY VERSTAMP.
007300 COPY PRICEREQ.
007400 01  FC-STATUSES.
007500     05  FC-CUSTFILE-STATUS         PIC X(2).
007600     05  FC-RENTFILE-STATUS         PIC X(2).
007700     05  FC-VIDOFILE-STATUS         PIC X(2).
007800     05  FC-MONTHCTL-STATUS         PIC X(2).
007900     05  FC-SUBRPT-STATUS           PIC X(2).
008000 01  WS-SWITCHES.
008100     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
008200         88  WS-EOF                 VALUE 'Y'.
008300     05  WS-RENT-EOF-SW             PIC X(1) VALUE 'N'.
008400         88  WS-RENT-EOF            VALUE 'Y'.
008500     05  WS-RENTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
008600         88  WS-RENTFILE-AVAILABLE  VALUE 'Y'.
008700     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
008800         88  WS-VIDOFILE-AVAILABLE  VALUE 'Y'.
008900 01  WS-CURRENT-DATE.
009000     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
009100 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
009200     05  WS-CURRENT-YYYYMM          PIC 9(6).
009300     05  FILLER                     PIC 9(2).
009400 01  WS-SELECT-YYYYMM               PIC 9(6) VALUE ZERO.
009500 01  WS-CHECKOUT-DATE               PIC 9(8).
009600 01  WS-CHECKOUT-DATE-R REDEFINES WS-CHECKOUT-DATE.
009700     05  WS-CHECKOUT-YYYYMM         PIC 9(6).
009800     05  FILLER                     PIC 9(2).
009900 01  WS-NIGHTS                      PIC S9(5).
010000 01  WS-SUB-FEE                     PIC 9(3)V99.
010100 01  WS-SUB-RENTALS                 PIC 9(4).
010200 01  WS-SUB-LIST-VALUE              PIC 9(7)V99.
010300 01  WS-SUB-MARGIN                  PIC S9(7)V99.
010400 01  WS-COUNTERS.
010500     05  WS-CUSTOMERS-READ          PIC 9(7) VALUE ZERO.
010600     05  WS-SUBSCRIBERS-REPORTED    PIC 9(7) VALUE ZERO.
010700     05  WS-RENTALS-CONSUMED        PIC 9(7) VALUE ZERO.
010800     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
010900 01  WS-TOTALS.
011000     05  WS-TOTAL-FEES              PIC 9(7)V99 VALUE ZERO.
011100     05  WS-TOTAL-LIST-VALUE        PIC 9(9)V99 VALUE ZERO.
011200     05  WS-TOTAL-MARGIN            PIC S9(9)V99 VALUE ZERO.
011300 01  WS-SUBRPT-TITLE-LINE.
011400     05  FILLER                     PIC X(1)  VALUE SPACE.
011500     05  FILLER                     PIC X(38)
011600         VALUE 'SUBSCRIPTION PLAN REPORT - MONTH     '.
011700     05  TL-YYYYMM                  PIC 9(6).
011800 01  WS-SUBRPT-HEAD-LINE.
011900     05  FILLER                     PIC X(1)  VALUE SPACE.
012000     05  FILLER                     PIC X(40)
012100         VALUE 'CUST   NAME                  RENTALS  PL'.
012200     05  FILLER                     PIC X(30)
012300         VALUE 'AN-FEE  LIST-VALUE     MARGIN'.
012400 01  WS-SUBRPT-DETAIL.
012500     05  FILLER                     PIC X(1)  VALUE SPACE.
012600     05  SD-CUSTOMER-ID             PIC 9(6).
012700     05  FILLER                     PIC X(1)  VALUE SPACE.
012800     05  SD-NAME                    PIC X(20).
012900     05  FILLER                     PIC X(4)  VALUE SPACE.
013000     05  SD-RENTALS                 PIC ZZZ9.
013100     05  FILLER                     PIC X(3)  VALUE SPACE.
013200     05  SD-FEE                     PIC ZZZ9.99.
013300     05  FILLER                     PIC X(2)  VALUE SPACE.
013400     05  SD-LIST-VALUE              PIC ZZZZZ9.99.
013500     05  FILLER                     PIC X(1)  VALUE SPACE.
013600     05  SD-MARGIN                  PIC -ZZZZZ9.99.
013700 01  WS-SUBRPT-TOTAL-LINE.
013800     05  FILLER                     PIC X(1)  VALUE SPACE.
013900     05  FILLER                     PIC X(27)
014000         VALUE 'TOTALS'.
014100     05  ST-RENTALS                 PIC ZZZZZZ9.
014200     05  FILLER                     PIC X(1)  VALUE SPACE.
014300     05  ST-FEES                    PIC ZZZZZZ9.99.
014400     05  FILLER                     PIC X(1)  VALUE SPACE.
014500     05  ST-LIST-VALUE              PIC ZZZZZZZ9.99.
014600     05  FILLER                     PIC X(1)  VALUE SPACE.
014700     05  ST-MARGIN                  PIC -ZZZZZZZ9.99.
014800 PROCEDURE DIVISION.
014900*=================================================================
015000 0000-MAINLINE.
015100     PERFORM 0900-DISPLAY-VERSION-STAMP
015200     PERFORM 1000-INITIALIZE
015300     PERFORM 2000-PROCESS-CUSTOMER
015400         UNTIL WS-EOF
015500     PERFORM 3000-TERMINATE
015600     PERFORM 9000-DISPLAY-VERSION-TRAILER
015700     STOP RUN.
015800*=================================================================
015900*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
016000*=================================================================
016100 0900-DISPLAY-VERSION-STAMP.
016200     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SUBRPT -'==
016300                             ==:PROGVERS:== BY =='Version 001'==.
016400*=================================================================
016500*    1000-INITIALIZE - SET THE REPORT MONTH, OPEN FILES, PRINT
016600*    THE HEADINGS, AND POSITION AT THE FIRST CUSTOMER
016700*=================================================================
016800 1000-INITIALIZE.
016900     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
017000     MOVE WS-CURRENT-YYYYMM TO WS-SELECT-YYYYMM
017100     PERFORM 1050-LOAD-MONTH-FILTER
017200     OPEN INPUT CUSTFILE
017300     IF FC-CUSTFILE-STATUS NOT = '00'
017400         AND FC-CUSTFILE-STATUS NOT = '05'
017500         DISPLAY 'SUBRPT: UNABLE TO OPEN CUSTFILE, STATUS='
017600             FC-CUSTFILE-STATUS
017700         MOVE 'Y' TO WS-EOF-SW
017800     END-IF
017900     OPEN INPUT RENTFILE
018000     IF FC-RENTFILE-STATUS = '00'
018100         OR FC-RENTFILE-STATUS = '05'
018200         MOVE 'Y' TO WS-RENTFILE-AVAIL-SW
018300     END-IF
018400     OPEN INPUT VIDOFILE
018500     IF FC-VIDOFILE-STATUS = '00'
018600         OR FC-VIDOFILE-STATUS = '05'
018700         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
018800     END-IF
018900     OPEN OUTPUT SUBRPT-RPT
019000     MOVE WS-SELECT-YYYYMM TO TL-YYYYMM
019100     WRITE SUBRPT-LINE FROM WS-SUBRPT-TITLE-LINE
019200     WRITE SUBRPT-LINE FROM WS-SUBRPT-HEAD-LINE
019300     ADD 2 TO WS-REPORT-LINES
019400     IF NOT WS-EOF
019500         MOVE ZERO TO CUSTOMER-ID
019600         START CUSTFILE KEY IS NOT LESS THAN CUSTOMER-ID
019700             INVALID KEY
019800                 MOVE 'Y' TO WS-EOF-SW
019900         END-START
020000     END-IF
020100     PERFORM 1100-READ-NEXT-CUSTOMER.
020200*=================================================================
020300*    1050-LOAD-MONTH-FILTER - OPTIONAL MONTHCTL OVERRIDE
020400*=================================================================
020500 1050-LOAD-MONTH-FILTER.
020600     OPEN INPUT MONTHCTL-FILE
020700     IF FC-MONTHCTL-STATUS = '00'
020800         READ MONTHCTL-FILE
020900             AT END
021000                 CONTINUE
021100             NOT AT END
021200                 IF MC-YYYYMM NUMERIC
021300                     AND MC-YYYYMM NOT = ZERO
021400                     MOVE MC-YYYYMM TO WS-SELECT-YYYYMM
021500                 END-IF
021600         END-READ
021700     END-IF
021800     CLOSE MONTHCTL-FILE.
021900*=================================================================
022000*    1100-READ-NEXT-CUSTOMER
022100*=================================================================
022200 1100-READ-NEXT-CUSTOMER.
022300     IF NOT WS-EOF
022400         READ CUSTFILE NEXT RECORD
022500             AT END
022600                 MOVE 'Y' TO WS-EOF-SW
022700         END-READ
022800     END-IF
022900     IF NOT WS-EOF
023000         ADD 1 TO WS-CUSTOMERS-READ
023100     END-IF.
023200*=================================================================
023300*    2000-PROCESS-CUSTOMER - A SUBSCRIBER, OR A MEMBER BILLED A
023400*    PLAN FEE FOR THE MONTH WHO HAS SINCE CHANGED CLASS, GETS A
023500*    LINE; EVERYONE ELSE IS PASSED OVER
023600*=================================================================
023700 2000-PROCESS-CUSTOMER.
023800     MOVE ZERO TO WS-SUB-FEE
023900     IF CUSTOMER-SUB-BILLED-MONTH NUMERIC
024000         AND CUSTOMER-SUB-BILLED-MONTH = WS-SELECT-YYYYMM
024100         MOVE CUSTOMER-SUB-FEE-BILLED TO WS-SUB-FEE
024200     END-IF
024300     IF CUSTOMER-CLASS-SUBSCRIBER
024400         OR WS-SUB-FEE > ZERO
024500         PERFORM 2100-TALLY-THE-RENTALS
024600         PERFORM 2300-WRITE-DETAIL-LINE
024700     END-IF
024800     PERFORM 1100-READ-NEXT-CUSTOMER.
024900*=================================================================
025000*    2100-TALLY-THE-RENTALS - WALK THE CUSTOMER'S RENTALS ON THE
025100*    ALTERNATE CUSTOMER-ID KEY
025200*=================================================================
025300 2100-TALLY-THE-RENTALS.
025400     MOVE ZERO TO WS-SUB-RENTALS
025500     MOVE ZERO TO WS-SUB-LIST-VALUE
025600     MOVE 'N' TO WS-RENT-EOF-SW
025700     IF NOT WS-RENTFILE-AVAILABLE
025800         MOVE 'Y' TO WS-RENT-EOF-SW
025900     ELSE
026000         MOVE CUSTOMER-ID TO RENTAL-CUSTOMER-ID
026100         START RENTFILE KEY IS EQUAL TO RENTAL-CUSTOMER-ID
026200             INVALID KEY
026300                 MOVE 'Y' TO WS-RENT-EOF-SW
026400         END-START
026500     END-IF
026600     PERFORM 2110-READ-NEXT-RENTAL
026700     PERFORM 2200-VALUE-ONE-RENTAL
026800         UNTIL WS-RENT-EOF.
026900*=================================================================
027000*    2110-READ-NEXT-RENTAL - STOP AT THE NEXT CUSTOMER
027100*=================================================================
027200 2110-READ-NEXT-RENTAL.
027300     IF NOT WS-RENT-EOF
027400         READ RENTFILE NEXT RECORD
027500             AT END
027600                 MOVE 'Y' TO WS-RENT-EOF-SW
027700         END-READ
027800     END-IF
027900     IF NOT WS-RENT-EOF
028000         IF RENTAL-CUSTOMER-ID NOT = CUSTOMER-ID
028100             MOVE 'Y' TO WS-RENT-EOF-SW
028200         END-IF
028300     END-IF.
028400*=================================================================
028500*    2200-VALUE-ONE-RENTAL - A SUBSCRIPTION RENTAL CHECKED OUT IN
028600*    THE MONTH COUNTS AND IS PRICED AT LIST FOR THE NIGHTS BOOKED
028700*=================================================================
028800 2200-VALUE-ONE-RENTAL.
028900     MOVE RENTAL-CHECKOUT-DATE TO WS-CHECKOUT-DATE
029000     IF RENTAL-ON-SUBSCRIPTION
029100         AND WS-CHECKOUT-YYYYMM = WS-SELECT-YYYYMM
029200         ADD 1 TO WS-SUB-RENTALS
029300         PERFORM 2250-QUOTE-LIST-PRICE
029400     END-IF
029500     PERFORM 2110-READ-NEXT-RENTAL.
029600*=================================================================
029700*    2250-QUOTE-LIST-PRICE - WHAT THE RENTAL WOULD HAVE CHARGED
029800*    A NON-SUBSCRIBER, NO PROMOTION, NO WAIVER
029900*=================================================================
030000 2250-QUOTE-LIST-PRICE.
030100     MOVE 'N' TO PREQ-TIER
030200     IF WS-VIDOFILE-AVAILABLE
030300         MOVE RENTAL-VIDEO-CODE TO VIDEO-CODE
030400         READ VIDOFILE
030500             INVALID KEY
030600                 CONTINUE
030700             NOT INVALID KEY
030800                 MOVE VIDEO-PRICE-TIER TO PREQ-TIER
030900         END-READ
031000     END-IF
031100     COMPUTE WS-NIGHTS =
031200         RENTAL-DUE-DATE - RENTAL-CHECKOUT-DATE
031300     IF WS-NIGHTS < 1
031400         MOVE 1 TO WS-NIGHTS
031500     END-IF
031600     MOVE WS-NIGHTS             TO PREQ-NIGHTS
031700     MOVE SPACES                TO PREQ-PROMO-CODE
031800     MOVE RENTAL-CHECKOUT-DATE  TO PREQ-AS-OF-DATE
031900     MOVE 'N'                   TO PREQ-WAIVER-FLAG
032000     MOVE 'N'                   TO PREQ-SUBSCRIBER-FLAG
032100     CALL 'PRICENG' USING PRICE-REQUEST
032200     IF PREQ-NO-RATE
032300         MOVE ZERO TO PREQ-PRICE
032400     END-IF
032500     ADD PREQ-PRICE TO WS-SUB-LIST-VALUE.
032600*=================================================================
032700*    2300-WRITE-DETAIL-LINE - ONE LINE PER SUBSCRIBER
032800*=================================================================
032900 2300-WRITE-DETAIL-LINE.
033000     COMPUTE WS-SUB-MARGIN = WS-SUB-FEE - WS-SUB-LIST-VALUE
033100     MOVE CUSTOMER-ID       TO SD-CUSTOMER-ID
033200     MOVE CUSTOMER-NAME     TO SD-NAME
033300     MOVE WS-SUB-RENTALS    TO SD-RENTALS
033400     MOVE WS-SUB-FEE        TO SD-FEE
033500     MOVE WS-SUB-LIST-VALUE TO SD-LIST-VALUE
033600     MOVE WS-SUB-MARGIN     TO SD-MARGIN
033700     WRITE SUBRPT-LINE FROM WS-SUBRPT-DETAIL
033800     ADD 1 TO WS-REPORT-LINES
033900     ADD 1 TO WS-SUBSCRIBERS-REPORTED
034000     ADD WS-SUB-RENTALS    TO WS-RENTALS-CONSUMED
034100     ADD WS-SUB-FEE        TO WS-TOTAL-FEES
034200     ADD WS-SUB-LIST-VALUE TO WS-TOTAL-LIST-VALUE
034300     ADD WS-SUB-MARGIN     TO WS-TOTAL-MARGIN.
034400*=================================================================
034500*    3000-TERMINATE - TOTALS LINE, CLOSE FILES, RUN TOTALS
034600*=================================================================
034700 3000-TERMINATE.
034800     MOVE WS-RENTALS-CONSUMED TO ST-RENTALS
034900     MOVE WS-TOTAL-FEES       TO ST-FEES
035000     MOVE WS-TOTAL-LIST-VALUE TO ST-LIST-VALUE
035100     MOVE WS-TOTAL-MARGIN     TO ST-MARGIN
035200     MOVE SPACES TO SUBRPT-LINE
035300     WRITE SUBRPT-LINE
035400     WRITE SUBRPT-LINE FROM WS-SUBRPT-TOTAL-LINE
035500     ADD 2 TO WS-REPORT-LINES
035600     CLOSE CUSTFILE
035700     IF WS-RENTFILE-AVAILABLE
035800         CLOSE RENTFILE
035900     END-IF
036000     IF WS-VIDOFILE-AVAILABLE
036100         CLOSE VIDOFILE
036200     END-IF
036300     CLOSE SUBRPT-RPT
036400     DISPLAY 'SUBRPT: REPORT MONTH     = ' WS-SELECT-YYYYMM
036500     DISPLAY 'SUBRPT: CUSTOMERS READ   = ' WS-CUSTOMERS-READ
036600     DISPLAY 'SUBRPT: SUBSCRIBERS      = ' WS-SUBSCRIBERS-REPORTED
036700     DISPLAY 'SUBRPT: RENTALS CONSUMED = ' WS-RENTALS-CONSUMED.
036800*=================================================================
036900*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
037000*=================================================================
037100 9000-DISPLAY-VERSION-TRAILER.
037200     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SUBRPT -'==
037300                             ==:LINECOUNT:== BY
037400                                 WS-REPORT-LINES.
