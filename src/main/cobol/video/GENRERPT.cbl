000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    GENRERPT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY GENRE PERFORMANCE
001200*                   AND SHELF-SPACE REPORT.
001210*  2026-10-15 VSG   EQUIPMENT RENTALS ARE LEFT OUT OF THE GENRE
001220*                   LINES - A PLAYER OR CONSOLE IS NOT A TITLE.
001300*=================================================================
001400*  FOR EACH STORE, BY GENRE (VIDEO-GENRE; BLANK PRINTS AS
001500*  UNCLASSIFIED): THE ACTIVE TITLES HOMED AT THE STORE, THE
001600*  COPIES IN SERVICE THERE (ON THE SHELF, RENTED, OR IN
001700*  TRANSIT TO IT), THE CHECKOUTS TAKEN IN THE MONTH AND WHAT
001800*  THEY EARNED, AND THE TURNS - CHECKOUTS PER COPY - FOR THE
001900*  MONTH.  CHECKOUTS COME FROM RENTHIST AND FROM THE RENTALS
002000*  NOT YET ARCHIVED OFF RENTFILE; AN ARCHIVED RENTAL COUNTS AT
002100*  ITS TITLE'S HOME STORE, SINCE RENTHIST DOES NOT CARRY THE
002200*  STORE.  REVENUE IS THE RENTAL CHARGE QUOTED THROUGH PRICENG
002300*  FOR THE NIGHTS OUT PLUS THE LATE FEE, AS COPYROI COUNTS IT;
002400*  A SUBSCRIPTION RENTAL EARNS NOTHING.  THE SHELF COLUMNS SET
002500*  EACH GENRE'S SHARE OF THE STORE'S COPIES AGAINST ITS SHARE
002600*  OF THE STORE'S REVENUE, AND RECOMMEND THE SHELF SLOTS EACH
002700*  GENRE WOULD HOLD IF THE STORE'S PRESENT COPY COUNT WERE
002800*  SPLIT IN PROPORTION TO REVENUE, WITH THE CHANGE FROM TODAY.
002900*  THE MONTH IS THE ONE ON THE GENRCARD CARD (YYYYMM IN
003000*  COLUMNS 1-6), OR THE BUSINESS-DATE MONTH WITHOUT ONE.
003100*=================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004200         FILE STATUS IS FC-VIDOFILE-STATUS.
004300     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS COPY-KEY OF COPY-RECORD
004700         FILE STATUS IS FC-CPYFILE-STATUS.
004800     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
005200         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
005300            OF RENTAL-RECORD WITH DUPLICATES
005400         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
005500            OF RENTAL-RECORD WITH DUPLICATES
005600         FILE STATUS IS FC-RENTFILE-STATUS.
005700     SELECT OPTIONAL RENTHIST-IN ASSIGN TO 'RENTHIST'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FC-RENTHIST-STATUS.
006000     SELECT OPTIONAL GENRCARD-FILE ASSIGN TO 'GENRCARD'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FC-GENRCARD-STATUS.
006300     SELECT SORT-WORK ASSIGN TO 'SORTWK01'.
006400     SELECT GENRERPT-RPT ASSIGN TO 'GENRERPT'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FC-GENRERPT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  VIDOFILE.
007000 COPY VIDOREC.
007100 FD  CPYFILE.
007200 COPY COPYREC.
007300 FD  RENTFILE.
007400 COPY RENTREC.
007500 FD  RENTHIST-IN
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  RENTHIST-IN-LINE.
007800     05  RH-RENTAL-NUMBER           PIC 9(7).
007900     05  FILLER                     PIC X(1).
008000     05  RH-VIDEO-CODE              PIC 9(5).
008100     05  FILLER                     PIC X(1).
008200     05  RH-CUSTOMER-ID             PIC X(6).
008300     05  FILLER                     PIC X(1).
008400     05  RH-CHECKOUT-DATE           PIC 9(8).
008500     05  FILLER                     PIC X(1).
008600     05  RH-DUE-DATE                PIC 9(8).
008700     05  FILLER                     PIC X(1).
008800     05  RH-RETURN-DATE             PIC 9(8).
008900     05  FILLER                     PIC X(1).
009000     05  RH-LATE-FEE                PIC 9(5)V99.
009100     05  FILLER                     PIC X(1).
009200     05  RH-STATUS                  PIC X(1).
009300     05  FILLER                     PIC X(1).
009400     05  RH-MEMBER-NO               PIC X(2).
009500     05  FILLER                     PIC X(1).
009600     05  RH-COPY-NUMBER             PIC X(3).
009700     05  FILLER                     PIC X(16).
009800 FD  GENRCARD-FILE
009900     RECORD CONTAINS 80 CHARACTERS.
010000 01  GENRE-CARD.
010100     05  GC-PERIOD-YYYYMM           PIC 9(6).
010200     05  FILLER                     PIC X(74).
010300 SD  SORT-WORK.
010400 01  SORT-RECORD.
010500     05  SR-STORE-CODE              PIC 9(2).
010600     05  SR-GENRE                   PIC X(2).
010700     05  SR-EVENT-TYPE              PIC X(1).
010800         88  SR-TITLE               VALUE 'T'.
010900         88  SR-COPY                VALUE 'C'.
011000         88  SR-RENTAL              VALUE 'R'.
011100     05  SR-AMOUNT                  PIC 9(5)V99.
011200 FD  GENRERPT-RPT
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  GENRERPT-LINE                  PIC X(80).
011500 WORKING-STORAGE SECTION.
011600*=================================================================
011700 COPY VERSTAMP.
011800 COPY CALREQ.
011900 COPY PRICEREQ.
012000 01  FC-STATUSES.
012100     05  FC-VIDOFILE-STATUS         PIC X(2).
012200     05  FC-CPYFILE-STATUS          PIC X(2).
012300     05  FC-RENTFILE-STATUS         PIC X(2).
012400     05  FC-RENTHIST-STATUS         PIC X(2).
012500     05  FC-GENRCARD-STATUS         PIC X(2).
012600     05  FC-GENRERPT-STATUS         PIC X(2).
012700 01  WS-SWITCHES.
012800     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
012900         88  WS-LOAD-EOF            VALUE 'Y'.
013000     05  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
013100         88  WS-SORT-EOF            VALUE 'Y'.
013200     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
013300         88  WS-VIDOFILE-AVAIL      VALUE 'Y'.
013400 01  WS-CURRENT-DATE.
013500     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
013600 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
013700*=================================================================
013800*    THE TITLE IN HAND - KEPT SO A RUN OF ONE TITLE'S COPIES OR
013900*    RENTALS READS VIDOFILE ONCE
014000*=================================================================
014100 01  WS-NAMED-CODE                  PIC 9(5) VALUE ZERO.
014200 01  WS-TITLE-GENRE                 PIC X(2) VALUE SPACES.
014300 01  WS-TITLE-TIER                  PIC X(1) VALUE SPACE.
014400 01  WS-TITLE-STORE                 PIC 9(2) VALUE ZERO.
014500*=================================================================
014600*    RENTAL PRICING
014700*=================================================================
014800 01  WS-RENT-CHECKOUT-DATE          PIC 9(8).
014900 01  WS-RENT-CHECKOUT-PARTS REDEFINES WS-RENT-CHECKOUT-DATE.
015000     05  WS-RENT-CHECKOUT-YYYYMM    PIC 9(6).
015100     05  WS-RENT-CHECKOUT-DD        PIC 9(2).
015200 01  WS-RENT-END-DATE               PIC 9(8).
015300 01  WS-RENT-PLAN-FLAG              PIC X(1).
015400 01  WS-RENT-LATE-FEE               PIC 9(5)V99.
015500 01  WS-DAYS-OUT                    PIC 9(3).
015600*=================================================================
015700*    GENRE NAMES BY HOUSE CODE (SEE VIDOREC)
015800*=================================================================
015900 01  WS-GENRE-NAMES.
016000     05  FILLER                     PIC X(14)
016100         VALUE 'ACACTION      '.
016200     05  FILLER                     PIC X(14)
016300         VALUE 'ANANIMATION   '.
016400     05  FILLER                     PIC X(14)
016500         VALUE 'COCOMEDY      '.
016600     05  FILLER                     PIC X(14)
016700         VALUE 'DODOCUMENTARY '.
016800     05  FILLER                     PIC X(14)
016900         VALUE 'DRDRAMA       '.
017000     05  FILLER                     PIC X(14)
017100         VALUE 'FAFAMILY      '.
017200     05  FILLER                     PIC X(14)
017300         VALUE 'FOFOREIGN     '.
017400     05  FILLER                     PIC X(14)
017500         VALUE 'HOHORROR      '.
017600     05  FILLER                     PIC X(14)
017700         VALUE 'MUMUSICAL     '.
017800     05  FILLER                     PIC X(14)
017900         VALUE 'ROROMANCE     '.
018000     05  FILLER                     PIC X(14)
018100         VALUE 'SFSCI-FI      '.
018200     05  FILLER                     PIC X(14)
018300         VALUE 'THTHRILLER    '.
018400     05  FILLER                     PIC X(14)
018500         VALUE 'WEWESTERN     '.
018600 01  WS-GENRE-NAME-TABLE REDEFINES WS-GENRE-NAMES.
018700     05  WS-GENRE-NAME-ENTRY OCCURS 13 TIMES
018800                             INDEXED BY WS-GENRE-NAME-IDX.
018900         10  WS-GN-CODE             PIC X(2).
019000         10  WS-GN-NAME             PIC X(12).
019100*=================================================================
019200*    ONE STORE'S GENRES, HELD UNTIL THE STORE'S TOTAL REVENUE IS
019300*    KNOWN SO THE SHELF SHARES CAN BE WORKED OUT
019400*=================================================================
019500 01  WS-BREAK-STORE                 PIC 9(2).
019600 01  WS-BREAK-GENRE                 PIC X(2).
019700 01  WS-STORE-TABLE.
019800     05  WS-ST-COUNT                PIC 9(2).
019900     05  WS-ST-ENTRY OCCURS 20 TIMES.
020000         10  WS-ST-GENRE            PIC X(2).
020100         10  WS-ST-TITLES           PIC 9(5).
020200         10  WS-ST-COPIES           PIC 9(5).
020300         10  WS-ST-RENTALS          PIC 9(6).
020400         10  WS-ST-REVENUE          PIC 9(7)V99.
020500 01  WS-ST-SUB                      PIC 9(2).
020600 01  WS-STORE-TOTALS.
020700     05  WS-SX-TITLES               PIC 9(5).
020800     05  WS-SX-COPIES               PIC 9(5).
020900     05  WS-SX-RENTALS              PIC 9(6).
021000     05  WS-SX-REVENUE              PIC 9(7)V99.
021100 01  WS-LINE-FIGURES.
021200     05  WS-LF-TITLES               PIC 9(5).
021300     05  WS-LF-COPIES               PIC 9(5).
021400     05  WS-LF-RENTALS              PIC 9(6).
021500     05  WS-LF-REVENUE              PIC 9(7)V99.
021600     05  WS-LF-SLOTS                PIC 9(5).
021700     05  WS-LF-CHANGE               PIC S9(5).
021800 01  WS-COUNTERS.
021900     05  WS-TITLES-RELEASED         PIC 9(7) VALUE ZERO.
022000     05  WS-COPIES-RELEASED         PIC 9(7) VALUE ZERO.
022100     05  WS-RENTALS-RELEASED        PIC 9(7) VALUE ZERO.
022200     05  WS-HISTORY-RELEASED        PIC 9(7) VALUE ZERO.
022300     05  WS-STORES-REPORTED         PIC 9(3) VALUE ZERO.
022400     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
022500 01  WS-HEAD-LINE.
022600     05  FILLER                     PIC X(40)
022700         VALUE ' GENRE PERFORMANCE AND SHELF SPACE  PERI'.
022800     05  FILLER                     PIC X(3)  VALUE 'OD '.
022900     05  HD-PERIOD                  PIC 9(6).
023000     05  FILLER                     PIC X(31) VALUE SPACE.
023100 01  WS-STORE-HEAD-LINE.
023200     05  FILLER                     PIC X(7)  VALUE ' STORE '.
023300     05  SH-STORE-CODE              PIC 9(2).
023400     05  FILLER                     PIC X(71) VALUE SPACE.
023500 01  WS-COLUMN-LINE.
023600     05  FILLER                     PIC X(40)
023700         VALUE ' GENRE       TITLES COPIES  RENTS   REVE'.
023800     05  FILLER                     PIC X(40)
023900         VALUE 'NUE TURNS SHELF%   REV% SLOTS   +/-     '.
024000 01  WS-GENRE-DETAIL.
024100     05  FILLER                     PIC X(1)  VALUE SPACE.
024200     05  GD-GENRE-NAME              PIC X(12).
024300     05  GD-TITLES                  PIC ZZZZZ9.
024400     05  FILLER                     PIC X(1)  VALUE SPACE.
024500     05  GD-COPIES                  PIC ZZZZZ9.
024600     05  FILLER                     PIC X(1)  VALUE SPACE.
024700     05  GD-RENTALS                 PIC ZZZZZ9.
024800     05  FILLER                     PIC X(1)  VALUE SPACE.
024900     05  GD-REVENUE                 PIC ZZZZZ9.99.
025000     05  FILLER                     PIC X(1)  VALUE SPACE.
025100     05  GD-TURNS                   PIC ZZ9.9.
025200     05  FILLER                     PIC X(1)  VALUE SPACE.
025300     05  GD-SHELF-PCT               PIC ZZZ9.9.
025400     05  FILLER                     PIC X(1)  VALUE SPACE.
025500     05  GD-REVENUE-PCT             PIC ZZZ9.9.
025600     05  FILLER                     PIC X(1)  VALUE SPACE.
025700     05  GD-SLOTS                   PIC ZZZZ9.
025800     05  FILLER                     PIC X(1)  VALUE SPACE.
025900     05  GD-CHANGE                  PIC +ZZZ9.
026000     05  FILLER                     PIC X(5)  VALUE SPACE.
026100 PROCEDURE DIVISION.
026200*=================================================================
026300 0000-MAINLINE.
026400     PERFORM 0900-DISPLAY-VERSION-STAMP
026500     PERFORM 1000-INITIALIZE
026600     SORT SORT-WORK
026700         ASCENDING KEY SR-STORE-CODE SR-GENRE SR-EVENT-TYPE
026800         INPUT PROCEDURE IS 2000-RELEASE-EVENTS
026900         OUTPUT PROCEDURE IS 3000-REPORT-THE-STORES
027000     PERFORM 6000-TERMINATE
027100     PERFORM 9000-DISPLAY-VERSION-TRAILER
027200     STOP RUN.
027300*=================================================================
027400*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
027500*=================================================================
027600 0900-DISPLAY-VERSION-STAMP.
027700     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='GENRERPT -'==
027800                             ==:PROGVERS:== BY =='Version 001'==.
027900*=================================================================
028000*    1000-INITIALIZE - THE MONTH, OPEN VIDOFILE AND THE REPORT
028100*=================================================================
028200 1000-INITIALIZE.
028300     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
028400     MOVE WS-CURRENT-DATE-YYYYMMDD (1:6) TO WS-PERIOD-YYYYMM
028500     PERFORM 1050-LOAD-PERIOD-CARD
028600     OPEN INPUT VIDOFILE
028700     IF FC-VIDOFILE-STATUS = '00'
028800         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
028900     END-IF
029000     OPEN OUTPUT GENRERPT-RPT
029100     MOVE WS-PERIOD-YYYYMM TO HD-PERIOD
029200     WRITE GENRERPT-LINE FROM WS-HEAD-LINE
029300     ADD 1 TO WS-REPORT-LINES.
029400*=================================================================
029500*    1050-LOAD-PERIOD-CARD - MONTH OVERRIDE FOR A LATE RUN
029600*=================================================================
029700 1050-LOAD-PERIOD-CARD.
029800     OPEN INPUT GENRCARD-FILE
029900     IF FC-GENRCARD-STATUS = '00'
030000         READ GENRCARD-FILE
030100             AT END
030200                 CONTINUE
030300             NOT AT END
030400                 IF GC-PERIOD-YYYYMM NUMERIC
030500                     AND GC-PERIOD-YYYYMM > ZERO
030600                     MOVE GC-PERIOD-YYYYMM
030700                         TO WS-PERIOD-YYYYMM
030800                 END-IF
030900         END-READ
031000     END-IF
031100     CLOSE GENRCARD-FILE.
031200*=================================================================
031300*    2000-RELEASE-EVENTS - ONE EVENT PER ACTIVE TITLE, PER COPY
031400*    IN SERVICE, AND PER CHECKOUT IN THE MONTH, EACH UNDER ITS
031500*    STORE AND GENRE
031600*=================================================================
031700 2000-RELEASE-EVENTS.
031800     MOVE 'N' TO WS-LOAD-EOF-SW
031900     IF NOT WS-VIDOFILE-AVAIL
032000         MOVE 'Y' TO WS-LOAD-EOF-SW
032100     END-IF
032200     PERFORM 2100-RELEASE-ONE-TITLE
032300         UNTIL WS-LOAD-EOF
032400     MOVE ZERO TO WS-NAMED-CODE
032500     MOVE 'N' TO WS-LOAD-EOF-SW
032600     OPEN INPUT CPYFILE
032700     IF FC-CPYFILE-STATUS NOT = '00'
032800         MOVE 'Y' TO WS-LOAD-EOF-SW
032900     END-IF
033000     PERFORM 2200-RELEASE-ONE-COPY
033100         UNTIL WS-LOAD-EOF
033200     CLOSE CPYFILE
033300     MOVE 'N' TO WS-LOAD-EOF-SW
033400     OPEN INPUT RENTFILE
033500     IF FC-RENTFILE-STATUS NOT = '00'
033600         MOVE 'Y' TO WS-LOAD-EOF-SW
033700     END-IF
033800     PERFORM 2300-RELEASE-ONE-RENTAL
033900         UNTIL WS-LOAD-EOF
034000     CLOSE RENTFILE
034100     MOVE 'N' TO WS-LOAD-EOF-SW
034200     OPEN INPUT RENTHIST-IN
034300     IF FC-RENTHIST-STATUS NOT = '00'
034400         MOVE 'Y' TO WS-LOAD-EOF-SW
034500     END-IF
034600     PERFORM 2400-RELEASE-ONE-HISTORY
034700         UNTIL WS-LOAD-EOF
034800     CLOSE RENTHIST-IN.
034900*=================================================================
035000*    2100-RELEASE-ONE-TITLE - ACTIVE TITLES AT THEIR HOME STORE
035100*=================================================================
035200 2100-RELEASE-ONE-TITLE.
035300     READ VIDOFILE NEXT RECORD
035400         AT END
035500             MOVE 'Y' TO WS-LOAD-EOF-SW
035600     END-READ
035700     IF NOT WS-LOAD-EOF
035800         AND VIDEO-IS-ACTIVE
035900         MOVE VIDEO-STORE-CODE     TO SR-STORE-CODE
036000         MOVE VIDEO-GENRE          TO SR-GENRE
036100         MOVE 'T'                  TO SR-EVENT-TYPE
036200         MOVE ZERO                 TO SR-AMOUNT
036300         RELEASE SORT-RECORD
036400         ADD 1 TO WS-TITLES-RELEASED
036500     END-IF.
036600*=================================================================
036700*    2200-RELEASE-ONE-COPY - COPIES STILL IN SERVICE, AT THE
036800*    STORE THAT HOLDS THEM
036900*=================================================================
037000 2200-RELEASE-ONE-COPY.
037100     READ CPYFILE NEXT RECORD
037200         AT END
037300             MOVE 'Y' TO WS-LOAD-EOF-SW
037400     END-READ
037500     IF NOT WS-LOAD-EOF
037600         AND (COPY-ON-SHELF OR COPY-RENTED OR COPY-IN-TRANSIT)
037700         MOVE COPY-VIDEO-CODE      TO VIDEO-CODE
037800         PERFORM 2700-NAME-THE-TITLE
037900         MOVE COPY-STORE-CODE      TO SR-STORE-CODE
038000         MOVE WS-TITLE-GENRE       TO SR-GENRE
038100         MOVE 'C'                  TO SR-EVENT-TYPE
038200         MOVE ZERO                 TO SR-AMOUNT
038300         RELEASE SORT-RECORD
038400         ADD 1 TO WS-COPIES-RELEASED
038500     END-IF.
038600*=================================================================
038700*    2300-RELEASE-ONE-RENTAL - RENTFILE CHECKOUTS IN THE MONTH,
038800*    AT THE STORE THAT OPENED THEM; A RENTAL STILL OUT IS PRICED
038900*    FOR THE NIGHTS IT WAS BOOKED
039000*=================================================================
039100 2300-RELEASE-ONE-RENTAL.
039200     READ RENTFILE NEXT RECORD
039300         AT END
039400             MOVE 'Y' TO WS-LOAD-EOF-SW
039500     END-READ
039600     IF NOT WS-LOAD-EOF
039650         AND NOT RENTAL-OF-EQUIPMENT
039700         MOVE RENTAL-CHECKOUT-DATE TO WS-RENT-CHECKOUT-DATE
039800         IF WS-RENT-CHECKOUT-YYYYMM = WS-PERIOD-YYYYMM
039900             MOVE RENTAL-VIDEO-CODE TO VIDEO-CODE
040000             PERFORM 2700-NAME-THE-TITLE
040100             IF RENTAL-RETURNED
040200                 MOVE RENTAL-RETURN-DATE TO WS-RENT-END-DATE
040300             ELSE
040400                 MOVE RENTAL-DUE-DATE    TO WS-RENT-END-DATE
040500             END-IF
040600             MOVE RENTAL-PLAN-FLAG   TO WS-RENT-PLAN-FLAG
040700             MOVE RENTAL-LATE-FEE    TO WS-RENT-LATE-FEE
040800             MOVE RENTAL-STORE-CODE  TO SR-STORE-CODE
040900             PERFORM 2600-PRICE-AND-RELEASE
041000             ADD 1 TO WS-RENTALS-RELEASED
041100         END-IF
041200     END-IF.
041300*=================================================================
041400*    2400-RELEASE-ONE-HISTORY - ARCHIVED CHECKOUTS IN THE MONTH,
041500*    AT THE TITLE'S HOME STORE
041600*=================================================================
041700 2400-RELEASE-ONE-HISTORY.
041800     READ RENTHIST-IN
041900         AT END
042000             MOVE 'Y' TO WS-LOAD-EOF-SW
042100     END-READ
042200     IF NOT WS-LOAD-EOF
042300         AND RH-VIDEO-CODE NUMERIC
042400         AND RH-CHECKOUT-DATE NUMERIC
042500         AND RH-DUE-DATE NUMERIC
042600         AND RH-RETURN-DATE NUMERIC
042700         AND RH-LATE-FEE NUMERIC
042750         AND RH-VIDEO-CODE > ZERO
042800         MOVE RH-CHECKOUT-DATE     TO WS-RENT-CHECKOUT-DATE
042900         IF WS-RENT-CHECKOUT-YYYYMM = WS-PERIOD-YYYYMM
043000             MOVE RH-VIDEO-CODE    TO VIDEO-CODE
043100             PERFORM 2700-NAME-THE-TITLE
043200             IF RH-STATUS = 'L'
043300                 MOVE RH-DUE-DATE    TO WS-RENT-END-DATE
043400             ELSE
043500                 MOVE RH-RETURN-DATE TO WS-RENT-END-DATE
043600             END-IF
043700             MOVE SPACE            TO WS-RENT-PLAN-FLAG
043800             MOVE RH-LATE-FEE      TO WS-RENT-LATE-FEE
043900             MOVE WS-TITLE-STORE   TO SR-STORE-CODE
044000             PERFORM 2600-PRICE-AND-RELEASE
044100             ADD 1 TO WS-HISTORY-RELEASED
044200         END-IF
044300     END-IF.
044400*=================================================================
044500*    2600-PRICE-AND-RELEASE - THE RENTAL CHARGE QUOTED THROUGH
044600*    PRICENG AT THE TITLE'S TIER FOR THE NIGHTS OUT (A
044700*    SUBSCRIPTION RENTAL EARNS NOTHING), PLUS THE LATE FEE
044800*=================================================================
044900 2600-PRICE-AND-RELEASE.
045000     MOVE 1 TO WS-DAYS-OUT
045100     IF WS-RENT-END-DATE > WS-RENT-CHECKOUT-DATE
045200         MOVE 'D'                   TO CALR-FUNCTION
045300         MOVE WS-RENT-CHECKOUT-DATE TO CALR-DATE
045400         MOVE WS-RENT-END-DATE      TO CALR-END-DATE
045500         MOVE ZERO                  TO CALR-DAYS
045600         CALL 'STORECAL' USING CALENDAR-REQUEST
045700         IF CALR-DAYS > 999
045800             MOVE 999 TO WS-DAYS-OUT
045900         ELSE
046000             IF CALR-DAYS > ZERO
046100                 MOVE CALR-DAYS TO WS-DAYS-OUT
046200             END-IF
046300         END-IF
046400     END-IF
046500     MOVE WS-TITLE-TIER         TO PREQ-TIER
046600     MOVE WS-DAYS-OUT           TO PREQ-NIGHTS
046700     MOVE SPACES                TO PREQ-PROMO-CODE
046800     MOVE WS-RENT-CHECKOUT-DATE TO PREQ-AS-OF-DATE
046900     MOVE 'N'                   TO PREQ-WAIVER-FLAG
047000     MOVE 'N'                   TO PREQ-SUBSCRIBER-FLAG
047100     MOVE ZERO                  TO PREQ-CUSTOMER-ID
047200     CALL 'PRICENG' USING PRICE-REQUEST
047300     IF PREQ-NO-RATE
047400         OR WS-RENT-PLAN-FLAG = 'S'
047500         MOVE ZERO TO PREQ-PRICE
047600     END-IF
047700     MOVE WS-TITLE-GENRE        TO SR-GENRE
047800     MOVE 'R'                   TO SR-EVENT-TYPE
047900     COMPUTE SR-AMOUNT = PREQ-PRICE + WS-RENT-LATE-FEE
048000     RELEASE SORT-RECORD.
048100*=================================================================
048200*    2700-NAME-THE-TITLE - GENRE, TIER AND HOME STORE OF THE
048300*    TITLE IN VIDEO-CODE
048400*=================================================================
048500 2700-NAME-THE-TITLE.
048600     IF VIDEO-CODE NOT = WS-NAMED-CODE
048700         MOVE VIDEO-CODE TO WS-NAMED-CODE
048800         MOVE SPACES TO WS-TITLE-GENRE
048900         MOVE SPACE  TO WS-TITLE-TIER
049000         MOVE ZERO   TO WS-TITLE-STORE
049100         IF WS-VIDOFILE-AVAIL
049200             READ VIDOFILE
049300                 NOT INVALID KEY
049400                     MOVE VIDEO-GENRE      TO WS-TITLE-GENRE
049500                     MOVE VIDEO-PRICE-TIER TO WS-TITLE-TIER
049600                     MOVE VIDEO-STORE-CODE TO WS-TITLE-STORE
049700             END-READ
049800         END-IF
049900     END-IF.
050000*=================================================================
050100*    3000-REPORT-THE-STORES - ONE PASS OVER THE SORTED EVENTS,
050200*    BREAKING ON STORE AND GENRE
050300*=================================================================
050400 3000-REPORT-THE-STORES.
050500     PERFORM 3050-RETURN-ONE-EVENT
050600     PERFORM 3100-REPORT-ONE-STORE
050700         UNTIL WS-SORT-EOF.
050800*=================================================================
050900*    3050-RETURN-ONE-EVENT
051000*=================================================================
051100 3050-RETURN-ONE-EVENT.
051200     RETURN SORT-WORK
051300         AT END
051400             MOVE 'Y' TO WS-SORT-EOF-SW
051500     END-RETURN.
051600*=================================================================
051700*    3100-REPORT-ONE-STORE - GATHER THE STORE'S GENRES, THEN
051800*    PRINT THEM AGAINST THE STORE TOTALS
051900*=================================================================
052000 3100-REPORT-ONE-STORE.
052100     MOVE SR-STORE-CODE TO WS-BREAK-STORE
052200     MOVE ZERO TO WS-STORE-TABLE
052300     MOVE ZERO TO WS-STORE-TOTALS
052400     PERFORM 3200-GATHER-ONE-GENRE
052500         UNTIL WS-SORT-EOF
052600            OR SR-STORE-CODE NOT = WS-BREAK-STORE
052700     PERFORM 3400-PRINT-THE-STORE
052800     ADD 1 TO WS-STORES-REPORTED.
052900*=================================================================
053000*    3200-GATHER-ONE-GENRE - A STORE WITH MORE GENRE CODES THAN
053100*    THE TABLE HOLDS FOLDS THE REST INTO THE LAST ROW
053200*=================================================================
053300 3200-GATHER-ONE-GENRE.
053400     MOVE SR-GENRE TO WS-BREAK-GENRE
053500     IF WS-ST-COUNT < 20
053600         ADD 1 TO WS-ST-COUNT
053700         MOVE SR-GENRE TO WS-ST-GENRE (WS-ST-COUNT)
053800     END-IF
053900     PERFORM 3250-ADD-ONE-EVENT
054000         UNTIL WS-SORT-EOF
054100            OR SR-STORE-CODE NOT = WS-BREAK-STORE
054200            OR SR-GENRE NOT = WS-BREAK-GENRE.
054300*=================================================================
054400*    3250-ADD-ONE-EVENT
054500*=================================================================
054600 3250-ADD-ONE-EVENT.
054700     EVALUATE TRUE
054800         WHEN SR-TITLE
054900             ADD 1 TO WS-ST-TITLES (WS-ST-COUNT)
055000             ADD 1 TO WS-SX-TITLES
055100         WHEN SR-COPY
055200             ADD 1 TO WS-ST-COPIES (WS-ST-COUNT)
055300             ADD 1 TO WS-SX-COPIES
055400         WHEN SR-RENTAL
055500             ADD 1 TO WS-ST-RENTALS (WS-ST-COUNT)
055600             ADD 1 TO WS-SX-RENTALS
055700             ADD SR-AMOUNT TO WS-ST-REVENUE (WS-ST-COUNT)
055800             ADD SR-AMOUNT TO WS-SX-REVENUE
055900     END-EVALUATE
056000     PERFORM 3050-RETURN-ONE-EVENT.
056100*=================================================================
056200*    3400-PRINT-THE-STORE - STORE HEADING, ONE LINE PER GENRE,
056300*    THEN THE STORE TOTAL
056400*=================================================================
056500 3400-PRINT-THE-STORE.
056600     MOVE SPACES TO GENRERPT-LINE
056700     WRITE GENRERPT-LINE
056800     MOVE WS-BREAK-STORE TO SH-STORE-CODE
056900     WRITE GENRERPT-LINE FROM WS-STORE-HEAD-LINE
057000     WRITE GENRERPT-LINE FROM WS-COLUMN-LINE
057100     ADD 3 TO WS-REPORT-LINES
057200     PERFORM 3500-PRINT-ONE-GENRE
057300         VARYING WS-ST-SUB FROM 1 BY 1
057400         UNTIL WS-ST-SUB > WS-ST-COUNT
057500     MOVE 'STORE TOTAL' TO GD-GENRE-NAME
057600     MOVE WS-SX-TITLES  TO WS-LF-TITLES
057700     MOVE WS-SX-COPIES  TO WS-LF-COPIES
057800     MOVE WS-SX-RENTALS TO WS-LF-RENTALS
057900     MOVE WS-SX-REVENUE TO WS-LF-REVENUE
058000     PERFORM 3600-WRITE-GENRE-LINE.
058100*=================================================================
058200*    3500-PRINT-ONE-GENRE
058300*=================================================================
058400 3500-PRINT-ONE-GENRE.
058500     MOVE 'UNCLASSIFIED' TO GD-GENRE-NAME
058600     SET WS-GENRE-NAME-IDX TO 1
058700     SEARCH WS-GENRE-NAME-ENTRY
058800         AT END
058900             IF WS-ST-GENRE (WS-ST-SUB) NOT = SPACES
059000                 MOVE SPACES TO GD-GENRE-NAME
059100                 MOVE WS-ST-GENRE (WS-ST-SUB) TO GD-GENRE-NAME
059200             END-IF
059300         WHEN WS-GN-CODE (WS-GENRE-NAME-IDX)
059400                 = WS-ST-GENRE (WS-ST-SUB)
059500             MOVE WS-GN-NAME (WS-GENRE-NAME-IDX)
059600                 TO GD-GENRE-NAME
059700     END-SEARCH
059800     MOVE WS-ST-TITLES (WS-ST-SUB)  TO WS-LF-TITLES
059900     MOVE WS-ST-COPIES (WS-ST-SUB)  TO WS-LF-COPIES
060000     MOVE WS-ST-RENTALS (WS-ST-SUB) TO WS-LF-RENTALS
060100     MOVE WS-ST-REVENUE (WS-ST-SUB) TO WS-LF-REVENUE
060200     PERFORM 3600-WRITE-GENRE-LINE.
060300*=================================================================
060400*    3600-WRITE-GENRE-LINE - TURNS, SHARES OF THE STORE'S COPIES
060500*    AND REVENUE, AND THE SLOTS REVENUE WOULD EARN THE GENRE
060600*=================================================================
060700 3600-WRITE-GENRE-LINE.
060800     MOVE WS-LF-TITLES  TO GD-TITLES
060900     MOVE WS-LF-COPIES  TO GD-COPIES
061000     MOVE WS-LF-RENTALS TO GD-RENTALS
061100     MOVE WS-LF-REVENUE TO GD-REVENUE
061200     MOVE ZERO TO GD-TURNS
061300     MOVE ZERO TO GD-SHELF-PCT
061400     MOVE ZERO TO GD-REVENUE-PCT
061500     MOVE ZERO TO WS-LF-SLOTS
061600     IF WS-LF-COPIES > ZERO
061700         COMPUTE GD-TURNS ROUNDED =
061800             WS-LF-RENTALS / WS-LF-COPIES
061900     END-IF
062000     IF WS-SX-COPIES > ZERO
062100         COMPUTE GD-SHELF-PCT ROUNDED =
062200             WS-LF-COPIES * 100 / WS-SX-COPIES
062300     END-IF
062400     IF WS-SX-REVENUE > ZERO
062500         COMPUTE GD-REVENUE-PCT ROUNDED =
062600             WS-LF-REVENUE * 100 / WS-SX-REVENUE
062700         COMPUTE WS-LF-SLOTS ROUNDED =
062800             WS-SX-COPIES * WS-LF-REVENUE / WS-SX-REVENUE
062900     ELSE
063000         MOVE WS-LF-COPIES TO WS-LF-SLOTS
063100     END-IF
063200     COMPUTE WS-LF-CHANGE = WS-LF-SLOTS - WS-LF-COPIES
063300     MOVE WS-LF-SLOTS  TO GD-SLOTS
063400     MOVE WS-LF-CHANGE TO GD-CHANGE
063500     WRITE GENRERPT-LINE FROM WS-GENRE-DETAIL
063600     ADD 1 TO WS-REPORT-LINES.
063700*=================================================================
063800*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
063900*=================================================================
064000 6000-TERMINATE.
064100     IF WS-VIDOFILE-AVAIL
064200         CLOSE VIDOFILE
064300     END-IF
064400     CLOSE GENRERPT-RPT
064500     DISPLAY 'GENRERPT: PERIOD            = ' WS-PERIOD-YYYYMM
064600     DISPLAY 'GENRERPT: ACTIVE TITLES     = ' WS-TITLES-RELEASED
064700     DISPLAY 'GENRERPT: COPIES IN SERVICE = ' WS-COPIES-RELEASED
064800     DISPLAY 'GENRERPT: RENTFILE RENTALS  = '
064900         WS-RENTALS-RELEASED
065000     DISPLAY 'GENRERPT: RENTHIST RENTALS  = '
065100         WS-HISTORY-RELEASED
065200     DISPLAY 'GENRERPT: STORES REPORTED   = ' WS-STORES-REPORTED.
065300*=================================================================
065400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
065500*=================================================================
065600 9000-DISPLAY-VERSION-TRAILER.
065700     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='GENRERPT -'==
065800                             ==:LINECOUNT:== BY
065900                                 WS-REPORT-LINES.
