001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - PURCHASE-ORDER GENERATION
001200*                   FROM THE RESTOCK AND DEMAND REPORTS.
001210*  2026-10-15 VSG   EVERY ORDER NOW CARRIES ITS DISTRIBUTOR -
001220*                   THE TITLE'S OWN FROM VIDOFILE WHEN ACTIVE
001230*                   ON DISTFILE, ELSE THE POCTL DEFAULT IN
001240*                   COLUMNS 5-8 - AND THE REGISTER LISTS IT.
001250*  2026-10-15 VSG   EVERY ORDER NOW CARRIES ITS UNIT PRICE,
001260*                   FROM THE REPLCOST FORMAT/TIER TABLE (DEFAULT
001270*                   20.00), FOR THE INVMATCH INVOICE MATCH.
001280*  2026-10-15 VSG   ORDERS THE NRFCST NEW-RELEASE FORECAST
001290*                   (NRFCREC) AHEAD OF STREET DATE AS SOURCE 'F'.
001292*  2026-10-15 VSG   ORDERS CONCESSION AND MERCHANDISE STOCK FROM
001294*                   THE MRCHROP REORDER REPORT AS SOURCE 'M',
001296*                   ONE ORDER PER SKU, AT THE SKU'S UNIT COST.
001300*=================================================================
001400*  READS THE NIGHT'S RESTOCK REPORT (TITLES BELOW THEIR MINIMUM
001500*  COPY COUNT) AND THE DEMAND RANKING, AND RAISES PURCHASE
001800*  ORDER ALREADY RAISED THIS RUN ORDERS ONE EXTRA COPY.  TITLES
001900*  WITH AN OPEN ORDER ALREADY ON FILE ARE SKIPPED, SO THE SAME
002000*  SHORTFALL IS NOT ORDERED TWICE.  EVERY ORDER LISTS ON THE
002100*  POREG REGISTER - NOBODY WRITES THE FAX ANY MORE.  EACH ORDER
002110*  GOES TO THE TITLE'S DISTRIBUTOR (VIDMAINT), OR TO THE POCTL
002120*  DEFAULT DISTRIBUTOR WHEN THE TITLE NAMES NONE OR ITS
002130*  DISTRIBUTOR IS NO LONGER ACTIVE.  THE ORDER IS PRICED AT THE
002140*  REPLCOST COST FOR THE TITLE'S MEDIA FORMAT AND PRICE TIER,
002150*  AND THE DISTRIBUTOR'S INVOICE IS LATER MATCHED AGAINST IT.
002160*  A THIRD SOURCE IS THE NRFCST NEW-RELEASE FORECAST: EACH
002170*  NRFCREC LINE (CODE IN COLUMNS 2-6, QUANTITY IN 8-10) ORDERS
002180*  THE COPIES A TITLE STILL NEEDS BEFORE ITS STREET DATE.
002182*  THE FOURTH IS THE MRCHROP MERCHANDISE REORDER REPORT: EACH
002184*  SKU AT OR BELOW ITS REORDER POINT IS ORDERED (UP TO 999)
002186*  FROM THE SKU'S DISTRIBUTOR WHEN ACTIVE ON DISTFILE, ELSE THE
002188*  POCTL DEFAULT, AT THE UNIT COST ON THE REPORT.  THE ORDER
002190*  CARRIES THE SKU AND NO TITLE, AND A SKU WITH AN OPEN ORDER
002192*  ALREADY ON FILE IS SKIPPED LIKE A TITLE.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004000     SELECT OPTIONAL POCTL-FILE ASSIGN TO 'POCTL'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FC-POCTL-STATUS.
004210     SELECT OPTIONAL FORECAST-IN ASSIGN TO 'NRFCREC'
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS FC-FORECAST-STATUS.
004240     SELECT OPTIONAL MRCHROP-IN ASSIGN TO 'MRCHROP'
004250         ORGANIZATION IS LINE SEQUENTIAL
004260         FILE STATUS IS FC-MRCHROP-STATUS.
004300     SELECT POREG-RPT ASSIGN TO 'POREG'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FC-POREG-STATUS.
004505     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004510         ORGANIZATION IS INDEXED
004515         ACCESS MODE IS DYNAMIC
004520         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004525         FILE STATUS IS FC-VIDOFILE-STATUS.
004530     SELECT OPTIONAL DISTFILE ASSIGN TO 'IDXDIST'
004535         ORGANIZATION IS INDEXED
004540         ACCESS MODE IS DYNAMIC
004545         RECORD KEY IS DIST-ID OF DIST-RECORD
004550         FILE STATUS IS FC-DISTFILE-STATUS.
004560     SELECT OPTIONAL REPLCOST-FILE ASSIGN TO 'REPLCOST'
004570         ORGANIZATION IS LINE SEQUENTIAL
004580         FILE STATUS IS FC-REPLCOST-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  POFILE.
005300 FD  DEMAND-IN
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  DEMAND-IN-LINE                 PIC X(80).
005510 FD  FORECAST-IN
005520     RECORD CONTAINS 80 CHARACTERS.
005530 01  FORECAST-IN-LINE               PIC X(80).
005540 FD  MRCHROP-IN
005550     RECORD CONTAINS 80 CHARACTERS.
005560 01  MRCHROP-IN-LINE                PIC X(80).
005600 FD  POCTL-FILE
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  POCTL-CARD.
005900     05  PL-TOP-N                   PIC 9(3).
005910     05  FILLER                     PIC X(1).
005920     05  PL-DEFAULT-DIST-ID         PIC 9(4).
006000     05  FILLER                     PIC X(72).
006100 FD  POREG-RPT
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  POREG-LINE                     PIC X(80).
006310 FD  VIDOFILE.
006320 COPY VIDOREC.
006330 FD  DISTFILE.
006340 COPY DISTREC.
006345 FD  REPLCOST-FILE
006350     RECORD CONTAINS 80 CHARACTERS.
006355 01  REPLCOST-INPUT-LINE.
006360     05  RC-FORMAT                  PIC X(1).
006365     05  FILLER                     PIC X(1).
006370     05  RC-TIER                    PIC X(1).
006375     05  FILLER                     PIC X(1).
006380     05  RC-COST-AMT                PIC 9(3)V99.
006385     05  FILLER                     PIC X(71).
006400 WORKING-STORAGE SECTION.
006500*=================================================================
006600 COPY VERSTAMP.
006700 COPY REGCHKQ.
006710 COPY REPLCOST.
006800 01  FC-STATUSES.
006900     05  FC-POFILE-STATUS           PIC X(2).
007000     05  FC-RESTOCK-STATUS          PIC X(2).
007100     05  FC-DEMAND-STATUS           PIC X(2).
007200     05  FC-POCTL-STATUS            PIC X(2).
007300     05  FC-POREG-STATUS            PIC X(2).
007310     05  FC-VIDOFILE-STATUS         PIC X(2).
007320     05  FC-DISTFILE-STATUS         PIC X(2).
007330     05  FC-REPLCOST-STATUS         PIC X(2).
007340     05  FC-FORECAST-STATUS         PIC X(2).
007350     05  FC-MRCHROP-STATUS          PIC X(2).
007400 01  WS-SWITCHES.
007500     05  WS-RESTOCK-EOF-SW          PIC X(1) VALUE 'N'.
007600         88  WS-RESTOCK-EOF         VALUE 'Y'.
007700     05  WS-DEMAND-EOF-SW           PIC X(1) VALUE 'N'.
007800         88  WS-DEMAND-EOF          VALUE 'Y'.
007810     05  WS-FORECAST-EOF-SW         PIC X(1) VALUE 'N'.
007820         88  WS-FORECAST-EOF        VALUE 'Y'.
007830     05  WS-MRCHROP-EOF-SW          PIC X(1) VALUE 'N'.
007840         88  WS-MRCHROP-EOF         VALUE 'Y'.
007900     05  WS-SEED-EOF-SW             PIC X(1) VALUE 'N'.
008000         88  WS-SEED-EOF            VALUE 'Y'.
008100     05  WS-OPEN-ORDER-SW           PIC X(1).
008200         88  WS-OPEN-ORDER-EXISTS   VALUE 'Y'.
008210     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
008220         88  WS-VIDOFILE-AVAIL      VALUE 'Y'.
008230     05  WS-DISTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
008240         88  WS-DISTFILE-AVAIL      VALUE 'Y'.
008250     05  WS-DIST-USABLE-SW          PIC X(1).
008260         88  WS-DIST-USABLE         VALUE 'Y'.
008270     05  WS-REPL-EOF-SW             PIC X(1) VALUE 'N'.
008280         88  WS-REPL-EOF            VALUE 'Y'.
008300 01  WS-CURRENT-DATE.
008400     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
008500 01  WS-TOP-N                       PIC 9(3) VALUE 10.
008700 01  WS-ORDER-VIDEO-CODE            PIC 9(5).
008800 01  WS-ORDER-QTY                   PIC 9(3).
008900 01  WS-ORDER-SOURCE                PIC X(1).
008902 01  WS-ORDER-ITEM-CLASS            PIC X(1) VALUE SPACE.
008904     88  WS-ORDER-FOR-MERCH         VALUE 'M'.
008906 01  WS-ORDER-MERCH-SKU             PIC X(8) VALUE SPACES.
008910 01  WS-DEFAULT-DIST-ID             PIC 9(4) VALUE ZERO.
008920 01  WS-ORDER-DIST-ID               PIC 9(4).
008930 01  WS-REPL-COST-DEFAULT           PIC 9(3)V99 VALUE 20.00.
008940 01  WS-ORDER-UNIT-COST             PIC 9(3)V99.
009000 01  WS-PARSE-QTY.
009100     05  WS-QTY-X                   PIC X(3).
009200     05  WS-QTY-NUM                 PIC 9(3).
009210 01  WS-PARSE-MERCH.
009220     05  WS-MQTY-X                  PIC X(5).
009230     05  WS-MQTY-NUM                PIC 9(5).
009240     05  WS-COST-X                  PIC X(6).
009250     05  WS-COST-WHOLE              PIC 9(3).
009260     05  WS-COST-CENTS              PIC 9(2).
009300 01  WS-ON-HAND-QTY                 PIC 9(3).
009400 01  WS-MIN-QTY                     PIC 9(3).
009500 01  WS-DEMAND-RANK                 PIC 9(3).
009700 01  WS-COUNTERS.
009800     05  WS-RESTOCK-ORDERS          PIC 9(5) VALUE ZERO.
009900     05  WS-DEMAND-ORDERS           PIC 9(5) VALUE ZERO.
009910     05  WS-FORECAST-ORDERS         PIC 9(5) VALUE ZERO.
009920     05  WS-MERCH-ORDERS            PIC 9(5) VALUE ZERO.
010000     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
010010     05  WS-DEFAULT-DIST-ORDERS     PIC 9(5) VALUE ZERO.
010100 01  WS-REGISTER-DETAIL.
010200     05  FILLER                     PIC X(1)  VALUE SPACE.
010300     05  RG-PO-NUMBER               PIC 9(6).
010900     05  RG-SOURCE                  PIC X(1).
011000     05  FILLER                     PIC X(2)  VALUE SPACE.
011100     05  RG-ORDER-DATE              PIC 9(8).
011110     05  FILLER                     PIC X(2)  VALUE SPACE.
011120     05  RG-DISTRIBUTOR-ID          PIC 9(4).
011130     05  FILLER                     PIC X(2)  VALUE SPACE.
011140     05  RG-UNIT-COST               PIC ZZ9.99.
011150     05  FILLER                     PIC X(2)  VALUE SPACE.
011160     05  RG-MERCH-SKU               PIC X(8).
011200 PROCEDURE DIVISION.
011300*=================================================================
011400 0000-MAINLINE.
011800         UNTIL WS-RESTOCK-EOF
011900     PERFORM 3000-ORDER-FROM-DEMAND
012000         UNTIL WS-DEMAND-EOF
012010     PERFORM 3500-ORDER-FROM-FORECAST
012020         UNTIL WS-FORECAST-EOF
012030     PERFORM 3600-ORDER-FROM-MERCH-REORDER
012040         UNTIL WS-MRCHROP-EOF
012100     PERFORM 4000-TERMINATE
012200     PERFORM 9000-DISPLAY-VERSION-TRAILER
012300     STOP RUN.
014000     END-IF
014100     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
014200     PERFORM 1050-LOAD-CONTROL-CARD
014210     PERFORM 1060-LOAD-REPL-COST-TABLE
014300     OPEN I-O POFILE
014400     IF FC-POFILE-STATUS NOT = '00'
014500         AND FC-POFILE-STATUS NOT = '05'
014700             FC-POFILE-STATUS
014800         MOVE 'Y' TO WS-RESTOCK-EOF-SW
014900         MOVE 'Y' TO WS-DEMAND-EOF-SW
014910         MOVE 'Y' TO WS-FORECAST-EOF-SW
014920         MOVE 'Y' TO WS-MRCHROP-EOF-SW
015000     END-IF
015100     PERFORM 1080-SEED-PO-NUMBER
015200     OPEN INPUT RESTOCK-IN
015700     IF FC-DEMAND-STATUS NOT = '00'
015800         MOVE 'Y' TO WS-DEMAND-EOF-SW
015900     END-IF
015910     OPEN INPUT FORECAST-IN
015920     IF FC-FORECAST-STATUS NOT = '00'
015930         MOVE 'Y' TO WS-FORECAST-EOF-SW
015940     END-IF
015950     OPEN INPUT MRCHROP-IN
015960     IF FC-MRCHROP-STATUS NOT = '00'
015970         MOVE 'Y' TO WS-MRCHROP-EOF-SW
015980     END-IF
016000     OPEN OUTPUT POREG-RPT
016100     IF NOT RCHK-IN-PROD
016200         WRITE POREG-LINE FROM RCHK-WATERMARK
016300     END-IF
016310     OPEN INPUT VIDOFILE
016320     IF FC-VIDOFILE-STATUS = '00'
016330         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
016340     END-IF
016350     OPEN INPUT DISTFILE
016360     IF FC-DISTFILE-STATUS = '00'
016370         MOVE 'Y' TO WS-DISTFILE-AVAIL-SW
016380     END-IF.
016400*=================================================================
016500*    1050-LOAD-CONTROL-CARD
016600*=================================================================
017500                     AND PL-TOP-N > ZERO
017600                     MOVE PL-TOP-N TO WS-TOP-N
017700                 END-IF
017710                 IF PL-DEFAULT-DIST-ID NUMERIC
017720                     MOVE PL-DEFAULT-DIST-ID
017730                         TO WS-DEFAULT-DIST-ID
017740                 END-IF
017800         END-READ
017900     END-IF
018000     CLOSE POCTL-FILE.
018002*=================================================================
018004*    1060-LOAD-REPL-COST-TABLE - LOAD THE FORMAT/TIER COSTS
018006*=================================================================
018008 1060-LOAD-REPL-COST-TABLE.
018010     OPEN INPUT REPLCOST-FILE
018012     IF FC-REPLCOST-STATUS NOT = '00'
018014         DISPLAY 'POGEN: REPLCOST NOT AVAILABLE, '
018016             'USING DEFAULT COST'
018018     ELSE
018020         PERFORM 1070-READ-NEXT-REPL-COST
018022         PERFORM 1075-STORE-REPL-COST-ENTRY
018024             UNTIL WS-REPL-EOF
018026         CLOSE REPLCOST-FILE
018028     END-IF.
018030*=================================================================
018032*    1070-READ-NEXT-REPL-COST
018034*=================================================================
018036 1070-READ-NEXT-REPL-COST.
018038     READ REPLCOST-FILE
018040         AT END
018042             MOVE 'Y' TO WS-REPL-EOF-SW
018044     END-READ.
018046*=================================================================
018048*    1075-STORE-REPL-COST-ENTRY
018050*=================================================================
018052 1075-STORE-REPL-COST-ENTRY.
018054     IF REPL-COST-ENTRY-COUNT < REPL-COST-MAX-ENTRIES
018056         ADD 1 TO REPL-COST-ENTRY-COUNT
018058         MOVE RC-FORMAT
018060             TO REPL-COST-FORMAT (REPL-COST-ENTRY-COUNT)
018062         MOVE RC-TIER
018064             TO REPL-COST-TIER (REPL-COST-ENTRY-COUNT)
018066         MOVE RC-COST-AMT
018068             TO REPL-COST-AMT (REPL-COST-ENTRY-COUNT)
018070     END-IF
018072     PERFORM 1070-READ-NEXT-REPL-COST.
018100*=================================================================
018200*    1080-SEED-PO-NUMBER - WALK POFILE IN KEY ORDER SO THE LAST
018300*    RECORD READ LEAVES THE HIGHEST NUMBER ON FILE
025600             END-IF
025700         END-IF
025800     END-IF.
025802*=================================================================
025804*    3500-ORDER-FROM-FORECAST - THE COPIES THE NRFCST FORECAST
025806*    STILL WANTS OF A TITLE AHEAD OF ITS STREET DATE (CODE IN
025808*    COLUMNS 2-6, QUANTITY IN 8-10)
025810*=================================================================
025812 3500-ORDER-FROM-FORECAST.
025814     READ FORECAST-IN
025816         AT END
025818             MOVE 'Y' TO WS-FORECAST-EOF-SW
025820     END-READ
025822     IF NOT WS-FORECAST-EOF
025824         AND FORECAST-IN-LINE (2:5) NUMERIC
025826         MOVE FORECAST-IN-LINE (8:3) TO WS-QTY-X
025828         PERFORM 8000-PARSE-EDITED-QTY
025830         IF WS-QTY-NUM > ZERO
025832             MOVE FORECAST-IN-LINE (2:5)
025834                 TO WS-ORDER-VIDEO-CODE
025836             MOVE WS-QTY-NUM TO WS-ORDER-QTY
025838             MOVE 'F' TO WS-ORDER-SOURCE
025840             PERFORM 5000-RAISE-ONE-ORDER
025842             IF WS-ORDER-QTY > ZERO
025844                 ADD 1 TO WS-FORECAST-ORDERS
025846             END-IF
025848         END-IF
025850     END-IF.
025851*=================================================================
025852*    3600-ORDER-FROM-MERCH-REORDER - A MRCHROP DETAIL LINE (SKU
025853*    IN COLUMNS 2-9, ORDER QTY 58-62, UNIT COST 65-70,
025854*    DISTRIBUTOR 73-76) ORDERS THE SKU; THE TOTAL LINE CARRIES
025855*    NO SKU AND IS PASSED OVER
025856*=================================================================
025857 3600-ORDER-FROM-MERCH-REORDER.
025858     READ MRCHROP-IN
025859         AT END
025860             MOVE 'Y' TO WS-MRCHROP-EOF-SW
025861     END-READ
025862     IF NOT WS-MRCHROP-EOF
025863         AND MRCHROP-IN-LINE (2:8) NOT = SPACES
025864         AND MRCHROP-IN-LINE (73:4) NUMERIC
025865         MOVE MRCHROP-IN-LINE (58:5) TO WS-MQTY-X
025866         PERFORM 8100-PARSE-EDITED-MERCH-QTY
025867         IF WS-MQTY-NUM > ZERO
025868             IF WS-MQTY-NUM > 999
025869                 MOVE 999 TO WS-ORDER-QTY
025870             ELSE
025871                 MOVE WS-MQTY-NUM TO WS-ORDER-QTY
025872             END-IF
025873             MOVE ZERO TO WS-ORDER-VIDEO-CODE
025874             MOVE 'M' TO WS-ORDER-ITEM-CLASS
025875             MOVE MRCHROP-IN-LINE (2:8) TO WS-ORDER-MERCH-SKU
025876             MOVE 'M' TO WS-ORDER-SOURCE
025877             PERFORM 5000-RAISE-ONE-ORDER
025878             IF WS-ORDER-QTY > ZERO
025879                 ADD 1 TO WS-MERCH-ORDERS
025880             END-IF
025881         END-IF
025882     END-IF.
025900*=================================================================
026000*    5000-RAISE-ONE-ORDER - SKIP A TITLE WITH AN OPEN ORDER
026100*    ALREADY ON FILE, OTHERWISE WRITE THE PO AND LIST IT
026500     IF WS-OPEN-ORDER-EXISTS
026600         MOVE ZERO TO WS-ORDER-QTY
026700     ELSE
026710         IF WS-ORDER-FOR-MERCH
026720             PERFORM 5500-SELECT-MERCH-SUPPLIER
026730         ELSE
026740             PERFORM 5300-SELECT-DISTRIBUTOR
026750             PERFORM 5400-PRICE-THE-ORDER
026760         END-IF
026800         ADD 1 TO WS-NEXT-PO-NUMBER
026900         MOVE WS-NEXT-PO-NUMBER      TO PO-NUMBER
027000         MOVE WS-ORDER-VIDEO-CODE    TO PO-VIDEO-CODE
027300         MOVE WS-CURRENT-DATE-YYYYMMDD TO PO-ORDER-DATE
027400         MOVE WS-ORDER-SOURCE        TO PO-SOURCE
027500         MOVE 'O'                    TO PO-STATUS
027510         MOVE WS-ORDER-DIST-ID       TO PO-DISTRIBUTOR-ID
027520         MOVE ZERO                   TO PO-SHIPPED-BY-ID
027530         MOVE ZERO                   TO PO-LAST-RECEIPT-DATE
027540         MOVE ZERO                   TO PO-SHORT-SHIPMENTS
027550         MOVE WS-ORDER-UNIT-COST     TO PO-UNIT-COST
027560         MOVE ZERO                   TO PO-QTY-INVOICED
027570         MOVE WS-ORDER-ITEM-CLASS    TO PO-ITEM-CLASS
027580         MOVE WS-ORDER-MERCH-SKU     TO PO-MERCH-SKU
027600         WRITE PO-RECORD
027700             INVALID KEY
027800                 DISPLAY 'POGEN: POFILE WRITE FAILED='
028500     END-IF.
028600*=================================================================
028700*    5100-CHECK-OPEN-ORDER - WALK THE FILE FOR AN OPEN ORDER ON
028710*    THIS TITLE (OR, FOR A MERCHANDISE ORDER, THIS SKU)
028900*=================================================================
029000 5100-CHECK-OPEN-ORDER.
029100     MOVE 'N' TO WS-OPEN-ORDER-SW
030900     IF NOT WS-SEED-EOF
031000         AND PO-OPEN
031100         AND PO-VIDEO-CODE = WS-ORDER-VIDEO-CODE
031110         AND PO-MERCH-SKU = WS-ORDER-MERCH-SKU
031200         MOVE 'Y' TO WS-OPEN-ORDER-SW
031300     END-IF.
031400*=================================================================
032000     MOVE PO-QTY-ORDERED             TO RG-QTY
032100     MOVE PO-SOURCE                  TO RG-SOURCE
032200     MOVE PO-ORDER-DATE              TO RG-ORDER-DATE
032210     MOVE PO-DISTRIBUTOR-ID          TO RG-DISTRIBUTOR-ID
032220     MOVE PO-UNIT-COST               TO RG-UNIT-COST
032230     MOVE PO-MERCH-SKU               TO RG-MERCH-SKU
032300     WRITE POREG-LINE FROM WS-REGISTER-DETAIL
032400     ADD 1 TO WS-REGISTER-LINES.
032402*=================================================================
032404*    5300-SELECT-DISTRIBUTOR - THE TITLE'S OWN DISTRIBUTOR WHEN
032406*    IT NAMES ONE THAT IS ACTIVE ON DISTFILE, ELSE THE POCTL
032408*    DEFAULT
032410*=================================================================
032412 5300-SELECT-DISTRIBUTOR.
032414     MOVE ZERO TO WS-ORDER-DIST-ID
032415     MOVE SPACE TO VIDEO-MEDIA-FORMAT
032416     MOVE SPACE TO VIDEO-PRICE-TIER
032417     IF WS-VIDOFILE-AVAIL
032418         MOVE WS-ORDER-VIDEO-CODE TO VIDEO-CODE
032420         READ VIDOFILE
032422             INVALID KEY
032424                 MOVE ZERO TO VIDEO-DISTRIBUTOR-ID
032425                 MOVE SPACE TO VIDEO-MEDIA-FORMAT
032426                 MOVE SPACE TO VIDEO-PRICE-TIER
032427         END-READ
032428         MOVE VIDEO-DISTRIBUTOR-ID TO WS-ORDER-DIST-ID
032430     END-IF
032432     IF WS-ORDER-DIST-ID > ZERO
032434         AND WS-DISTFILE-AVAIL
032436         PERFORM 5310-CHECK-DISTRIBUTOR
032438         IF NOT WS-DIST-USABLE
032440             MOVE ZERO TO WS-ORDER-DIST-ID
032442         END-IF
032444     END-IF
032446     IF WS-ORDER-DIST-ID = ZERO
032448         MOVE WS-DEFAULT-DIST-ID TO WS-ORDER-DIST-ID
032450         ADD 1 TO WS-DEFAULT-DIST-ORDERS
032452     END-IF.
032454*=================================================================
032456*    5310-CHECK-DISTRIBUTOR - ON FILE AND STILL ACTIVE
032458*=================================================================
032460 5310-CHECK-DISTRIBUTOR.
032462     MOVE 'Y' TO WS-DIST-USABLE-SW
032464     MOVE WS-ORDER-DIST-ID TO DIST-ID
032466     READ DISTFILE
032468         INVALID KEY
032470             MOVE 'N' TO WS-DIST-USABLE-SW
032472     END-READ
032474     IF WS-DIST-USABLE
032476         AND DIST-INACTIVE
032478         MOVE 'N' TO WS-DIST-USABLE-SW
032480     END-IF.
032481*=================================================================
032482*    5400-PRICE-THE-ORDER - REPLCOST COST FOR THE TITLE'S FORMAT
032483*    AND TIER (READ BY 5300), FALLING BACK TO THE DEFAULT
032484*=================================================================
032485 5400-PRICE-THE-ORDER.
032486     MOVE WS-REPL-COST-DEFAULT TO WS-ORDER-UNIT-COST
032487     IF REPL-COST-ENTRY-COUNT > 0
032488         SET REPL-COST-IDX TO 1
032489         SEARCH REPL-COST-ENTRY
032490             AT END
032491                 CONTINUE
032492             WHEN REPL-COST-FORMAT (REPL-COST-IDX)
032493                     = VIDEO-MEDIA-FORMAT
032494                 AND REPL-COST-TIER (REPL-COST-IDX)
032495                     = VIDEO-PRICE-TIER
032496                 MOVE REPL-COST-AMT (REPL-COST-IDX)
032497                     TO WS-ORDER-UNIT-COST
032498         END-SEARCH
032499     END-IF.
032500*=================================================================
032501*    5500-SELECT-MERCH-SUPPLIER - THE SKU'S DISTRIBUTOR FROM THE
032502*    REORDER LINE WHEN ACTIVE ON DISTFILE, ELSE THE POCTL
032503*    DEFAULT; THE ORDER IS PRICED AT THE SKU'S UNIT COST
032504*=================================================================
032505 5500-SELECT-MERCH-SUPPLIER.
032506     MOVE MRCHROP-IN-LINE (73:4) TO WS-ORDER-DIST-ID
032507     IF WS-ORDER-DIST-ID > ZERO
032508         AND WS-DISTFILE-AVAIL
032509         PERFORM 5310-CHECK-DISTRIBUTOR
032510         IF NOT WS-DIST-USABLE
032511             MOVE ZERO TO WS-ORDER-DIST-ID
032512         END-IF
032513     END-IF
032514     IF WS-ORDER-DIST-ID = ZERO
032515         MOVE WS-DEFAULT-DIST-ID TO WS-ORDER-DIST-ID
032516         ADD 1 TO WS-DEFAULT-DIST-ORDERS
032517     END-IF
032518     MOVE MRCHROP-IN-LINE (65:6) TO WS-COST-X
032519     PERFORM 8200-PARSE-EDITED-COST.
032520*=================================================================
032600*    4000-TERMINATE
032700*=================================================================
032800 4000-TERMINATE.
032900     CLOSE POFILE
033000     CLOSE RESTOCK-IN
033100     CLOSE DEMAND-IN
033110     CLOSE FORECAST-IN
033120     CLOSE MRCHROP-IN
033200     CLOSE POREG-RPT
033210     IF WS-VIDOFILE-AVAIL
033220         CLOSE VIDOFILE
033230     END-IF
033240     IF WS-DISTFILE-AVAIL
033250         CLOSE DISTFILE
033260     END-IF
033300     DISPLAY 'POGEN: RESTOCK ORDERS = ' WS-RESTOCK-ORDERS
033400     DISPLAY 'POGEN: DEMAND ORDERS  = ' WS-DEMAND-ORDERS
033405     DISPLAY 'POGEN: FORECAST ORDERS= ' WS-FORECAST-ORDERS
033406     DISPLAY 'POGEN: MERCH ORDERS   = ' WS-MERCH-ORDERS
033410     DISPLAY 'POGEN: DEFAULT DIST   = ' WS-DEFAULT-DIST-ORDERS.
033500*=================================================================
033600*    8000-PARSE-EDITED-QTY - EDITED ZZ9 PRINT FIELD BACK TO A
033700*    NUMERIC VALUE
034200     IF WS-QTY-X NUMERIC
034300         MOVE WS-QTY-X TO WS-QTY-NUM
034400     END-IF.
034402*=================================================================
034404*    8100-PARSE-EDITED-MERCH-QTY - EDITED ZZZZ9 PRINT FIELD BACK
034406*    TO A NUMERIC VALUE
034408*=================================================================
034410 8100-PARSE-EDITED-MERCH-QTY.
034412     MOVE ZERO TO WS-MQTY-NUM
034414     INSPECT WS-MQTY-X REPLACING ALL SPACE BY '0'
034416     IF WS-MQTY-X NUMERIC
034418         MOVE WS-MQTY-X TO WS-MQTY-NUM
034420     END-IF.
034422*=================================================================
034424*    8200-PARSE-EDITED-COST - EDITED ZZ9.99 PRINT FIELD BACK TO
034426*    THE ORDER UNIT COST (ZERO WHEN UNREADABLE)
034428*=================================================================
034430 8200-PARSE-EDITED-COST.
034432     MOVE ZERO TO WS-ORDER-UNIT-COST
034434     INSPECT WS-COST-X REPLACING ALL SPACE BY '0'
034436     IF WS-COST-X (1:3) NUMERIC
034438         AND WS-COST-X (5:2) NUMERIC
034440         MOVE WS-COST-X (1:3) TO WS-COST-WHOLE
034442         MOVE WS-COST-X (5:2) TO WS-COST-CENTS
034444         COMPUTE WS-ORDER-UNIT-COST =
034446             WS-COST-WHOLE + (WS-COST-CENTS / 100)
034448     END-IF.
034500*=================================================================
034600*=================================================================
034700*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
