001114*                   RENTAL DUE OVER A HOLIDAY NO LONGER
001115*                   ACCRUES A FEE FOR DAYS THE CUSTOMER COULD
001116*                   NOT RETURN IT.
001117*  2026-10-15 VSG   A RENTAL TAKEN ON THE UNLIMITED-RENTAL
001118*                   SUBSCRIPTION ACCRUES NO LATE FEE - THE PLAN
001119*                   BLOCKS NEW CHECKOUTS INSTEAD.  SUCH RENTALS
001120*                   COUNT SEPARATELY ON THE RUN TOTALS.
001130*  2026-10-15 VSG   AN EQUIPMENT RENTAL (PLAYER OR GAME CONSOLE)
001140*                   ACCRUES AT ITS EQUIPMENT TIER'S DAILY RATE
001150*                   FROM PRICENG, CAPPED AT THE UNIT'S PURCHASE
001160*                   COST ON EQPFILE, AND LISTS ITS SERIAL.
001170*  2026-10-15 VSG   FEEDUE LINE NOW CARRIES THE RENTAL'S STORE
001180*                   IN COLUMNS 79-80 SO GLJRNL CAN BOOK THE FEE
001190*                   TO THE STORE THAT EARNED IT.
001191*  2026-10-15 VSG   READS THE NIGHT'S OPENRENT OPEN-RENTALS
001192*                   EXTRACT (OPNEXTR) INSTEAD OF WALKING
001193*                   RENTFILE; THE TITLE'S FORMAT AND TIER COME
001194*                   ON THE EXTRACT, SO VIDOFILE IS NO LONGER
001195*                   READ.  CTL RENTALS CHECKED NOW COUNTS THE
001196*                   EXTRACT'S OPEN RENTALS.
001200*=================================================================
001300*  THIS PROGRAM WALKS THE OPEN RENTALS ON THE OPENRENT EXTRACT,
001400*  COMPUTES A LATE FEE FOR ANY RENTAL PAST ITS DUE DATE USING THE
001500*  DAILY RATE TABLE IN FEERATE, AND PRODUCES A FEE-DUE LISTING.
001550*  2026-08-08 VSG   FEERATE IS NOW ACTUALLY LOADED AND SEARCHED
002000 OBJECT-COMPUTER. IBM-370.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPENRENT-IN ASSIGN TO 'OPENRENT'
002400         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS FC-OPENRENT-STATUS.
002795     SELECT OPTIONAL FEERATE-FILE ASSIGN TO 'FEERATE'
002796         ORGANIZATION IS LINE SEQUENTIAL
002797         FILE STATUS IS FC-FEERATE-STATUS.
002798     SELECT OPTIONAL EQPFILE ASSIGN TO 'IDXEQUIP'
002799         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002801         RECORD KEY IS EQUIP-SERIAL-NUMBER OF EQUIPMENT-RECORD
002802         FILE STATUS IS FC-EQPFILE-STATUS.
002803     SELECT FEEDUE-RPT ASSIGN TO 'FEEDUE'
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS FC-FEEDUE-STATUS.
003010     SELECT OPTIONAL REPLCOST-FILE ASSIGN TO 'REPLCOST'
003030         FILE STATUS IS FC-REPLCOST-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  OPENRENT-IN
003310     RECORD CONTAINS 100 CHARACTERS.
003400 01  OPENRENT-LINE                  PIC X(100).
003422 FD  EQPFILE.
003424 COPY EQUIPREC.
003430 FD  FEERATE-FILE
003440     RECORD CONTAINS 80 CHARACTERS.
003450 01  FEERATE-INPUT-LINE.
003900*=================================================================
003950 COPY VERSTAMP.
003951 COPY FILERRQ.
003952 COPY RENTREC.
003953 COPY OPNXREC.
004000 01  FC-STATUSES.
004100     05  FC-OPENRENT-STATUS         PIC X(2).
004120     05  FC-FEERATE-STATUS          PIC X(2).
004130     05  FC-REPLCOST-STATUS         PIC X(2).
004200     05  FC-FEEDUE-STATUS           PIC X(2).
004210     05  FC-EQPFILE-STATUS          PIC X(2).
004300 01  WS-SWITCHES.
004400     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
004500         88  WS-EOF                 VALUE 'Y'.
004522         88  WS-REPL-EOF            VALUE 'Y'.
004523     05  WS-AT-CAP-SW               PIC X(1) VALUE 'N'.
004524         88  WS-AT-CAP              VALUE 'Y'.
004550     05  WS-EQPFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
004560         88  WS-EQPFILE-AVAILABLE   VALUE 'Y'.
004600 01  WS-CURRENT-DATE.
004700     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
004800 01  WS-COUNTERS.
004900     05  WS-DAYS-OVERDUE            PIC 9(5).
005000     05  WS-RENTALS-CHECKED         PIC 9(7) VALUE ZERO.
005100     05  WS-RENTALS-OVERDUE         PIC 9(7) VALUE ZERO.
005110     05  WS-PLAN-RENTALS-OVERDUE    PIC 9(7) VALUE ZERO.
005120     05  WS-EQUIP-RENTALS-OVERDUE   PIC 9(7) VALUE ZERO.
005200 COPY FEERATE.
005210 COPY REPLCOST.
005220 COPY CALREQ.
005230 COPY PRICEREQ.
005300 01  WS-FEE-RATE-DEFAULT            PIC 9(3)V99 VALUE 1.00.
005310 01  WS-FEE-RATE-DAILY-AMT          PIC 9(3)V99.
005320 01  WS-REPL-COST-DEFAULT           PIC 9(3)V99 VALUE 20.00.
006400     05  DL-FEE-DUE                 PIC ZZZ9.99.
006500     05  FILLER                     PIC X(1)  VALUE SPACE.
006510     05  DL-CAP-FLAG                PIC X(7).
006520     05  FILLER                     PIC X(1)  VALUE SPACE.
006530     05  DL-EQUIP-SERIAL            PIC X(12).
006540     05  FILLER                     PIC X(17) VALUE SPACE.
006550     05  DL-STORE-CODE              PIC 9(2).
006600 PROCEDURE DIVISION.
006700*=================================================================
006800 0000-MAINLINE.
007900     MOVE 1.00 TO WS-FEE-RATE-DEFAULT
007950     PERFORM 1050-LOAD-FEE-RATE-TABLE
007955     PERFORM 1055-LOAD-REPL-COST-TABLE
007996     OPEN INPUT EQPFILE
007997     IF FC-EQPFILE-STATUS = '00'
007998         OR FC-EQPFILE-STATUS = '05'
007999             MOVE 'Y' TO WS-EQPFILE-AVAIL-SW
008000     END-IF
008001     OPEN INPUT OPENRENT-IN
008100     IF FC-OPENRENT-STATUS NOT = '00'
008151         MOVE 'LATEFEE' TO FERR-PROGRAM-ID
008152         MOVE 'OPENRENT' TO FERR-FILE-NAME
008153         MOVE 'OPEN' TO FERR-OPERATION
008154         MOVE FC-OPENRENT-STATUS TO FERR-STATUS
008155         MOVE SPACES TO FERR-RECORD
008156         CALL 'FILERR' USING FILE-ERROR-REQUEST
008400         MOVE 'Y' TO WS-EOF-SW
009070     END-IF
009080     PERFORM 1060-READ-NEXT-FEE-RATE.
009090*=================================================================
009095*    1100-READ-NEXT-RENTAL - NEXT EXTRACT RECORD; THE CONTROL
009096*    TRAILER ENDS THE DETAIL
009097*=================================================================
009100 1100-READ-NEXT-RENTAL.
009200     READ OPENRENT-IN INTO OPEN-RENTAL-EXTRACT
009300         AT END
009400             MOVE 'Y' TO WS-EOF-SW
009500     END-READ
009510     IF NOT WS-EOF
009520         IF OX-TRAILER-RECORD
009530             MOVE 'Y' TO WS-EOF-SW
009540         ELSE
009550             MOVE OX-RENTAL-IMAGE TO RENTAL-RECORD
009560         END-IF
009570     END-IF.
009600*=================================================================
009700*    2000-PROCESS-RENTALS - EVALUATE ONE OPEN RENTAL FOR LATE FEE
009800*=================================================================
010000     ADD 1 TO WS-RENTALS-CHECKED
010100     IF RENTAL-OPEN
010200         AND RENTAL-DUE-DATE < WS-CURRENT-DATE-YYYYMMDD
010210         IF RENTAL-ON-SUBSCRIPTION
010220             ADD 1 TO WS-PLAN-RENTALS-OVERDUE
010230         ELSE
010300             PERFORM 2100-COMPUTE-LATE-FEE
010310         END-IF
010400     END-IF
010500     PERFORM 1100-READ-NEXT-RENTAL.
010600*=================================================================
011180         SUBTRACT CALR-CLOSED-COUNT FROM WS-DAYS-OVERDUE
011190     END-IF
011200     ADD 1 TO WS-RENTALS-OVERDUE
011210     IF RENTAL-OF-EQUIPMENT
011220         PERFORM 2170-COMPUTE-EQUIP-LATE-FEE
011230     ELSE
011240         MOVE SPACES TO DL-EQUIP-SERIAL
011250         PERFORM 2150-LOOKUP-FEE-RATE
011260         COMPUTE RENTAL-LATE-FEE ROUNDED =
011270             WS-DAYS-OVERDUE * WS-FEE-RATE-DAILY-AMT
011280         PERFORM 2160-CAP-AT-REPLACEMENT
011290     END-IF
011420     IF WS-AT-CAP
011430         MOVE 'AT CAP' TO DL-CAP-FLAG
011440     ELSE
011800     MOVE RENTAL-DUE-DATE            TO DL-DUE-DATE
011900     MOVE WS-DAYS-OVERDUE            TO DL-DAYS-OVERDUE
012000     MOVE RENTAL-LATE-FEE            TO DL-FEE-DUE
012010     MOVE RENTAL-STORE-CODE          TO DL-STORE-CODE
012100     WRITE FEEDUE-LINE FROM WS-DETAIL-LINE.
012110*=================================================================
012120*    2150-LOOKUP-FEE-RATE - RESOLVE THE DAILY RATE FOR THIS
012130*    RENTAL'S MEDIA FORMAT (CARRIED ON THE EXTRACT), FALLING BACK
012140*    TO THE DEFAULT RATE WHEN THE TITLE WAS NOT ON VIDOFILE OR
012145*    HAS NO MATCHING TABLE ENTRY
012150*=================================================================
012160 2150-LOOKUP-FEE-RATE.
012170     MOVE WS-FEE-RATE-DEFAULT TO WS-FEE-RATE-DAILY-AMT
012240     IF FEE-RATE-ENTRY-COUNT > 0
012250         SET FEE-RATE-IDX TO 1
012260         SEARCH FEE-RATE-ENTRY
012270             AT END
012280                 CONTINUE
012290             WHEN FEE-RATE-FORMAT (FEE-RATE-IDX)
012300                     = OX-MEDIA-FORMAT
012310                 MOVE FEE-RATE-DAILY-AMT (FEE-RATE-IDX)
012320                     TO WS-FEE-RATE-DAILY-AMT
012330         END-SEARCH
012350     END-IF.
012361*=================================================================
012362*    2160-CAP-AT-REPLACEMENT - A RENTAL'S ACCRUAL NEVER EXCEEDS
012372             AT END
012373                 CONTINUE
012374             WHEN REPL-COST-FORMAT (REPL-COST-IDX)
012375                     = OX-MEDIA-FORMAT
012376                 AND REPL-COST-TIER (REPL-COST-IDX)
012377                     = OX-PRICE-TIER
012378                 MOVE REPL-COST-AMT (REPL-COST-IDX)
012379                     TO WS-REPL-COST-AMT
012380         END-SEARCH
012385         ADD 1 TO WS-RENTALS-AT-CAP
012386     END-IF.
012387*=================================================================
012388*    2170-COMPUTE-EQUIP-LATE-FEE - THE LATE DAYS PRICED ON THE
012389*    UNIT'S EQUIPMENT TIER, NEVER MORE THAN WHAT THE UNIT COST
012390*    TO BUY (DEFAULT REPLACEMENT COST WHEN THE UNIT IS NOT ON
012391*    EQPFILE)
012392*=================================================================
012393 2170-COMPUTE-EQUIP-LATE-FEE.
012394     ADD 1 TO WS-EQUIP-RENTALS-OVERDUE
012395     MOVE 'N' TO WS-AT-CAP-SW
012396     MOVE RENTAL-EQUIP-SERIAL TO DL-EQUIP-SERIAL
012397     MOVE SPACE TO EQUIP-TYPE
012398     MOVE WS-REPL-COST-DEFAULT TO WS-REPL-COST-AMT
012399     IF WS-EQPFILE-AVAILABLE
012400         MOVE RENTAL-EQUIP-SERIAL TO EQUIP-SERIAL-NUMBER
012401         READ EQPFILE
012402             INVALID KEY
012403                 MOVE SPACE TO EQUIP-TYPE
012404             NOT INVALID KEY
012405                 IF EQUIP-PURCHASE-COST > ZERO
012406                     MOVE EQUIP-PURCHASE-COST
012407                         TO WS-REPL-COST-AMT
012408                 END-IF
012409         END-READ
012410     END-IF
012411     MOVE EQUIP-TYPE                 TO PREQ-TIER
012412     IF WS-DAYS-OVERDUE > 999
012413         MOVE 999                    TO PREQ-NIGHTS
012414     ELSE
012415         MOVE WS-DAYS-OVERDUE        TO PREQ-NIGHTS
012416     END-IF
012417     MOVE SPACES                     TO PREQ-PROMO-CODE
012418     MOVE WS-CURRENT-DATE-YYYYMMDD   TO PREQ-AS-OF-DATE
012419     MOVE 'N'                        TO PREQ-WAIVER-FLAG
012420     MOVE 'N'                        TO PREQ-SUBSCRIBER-FLAG
012421     MOVE RENTAL-CUSTOMER-ID         TO PREQ-CUSTOMER-ID
012422     IF WS-DAYS-OVERDUE = ZERO
012423         MOVE ZERO TO RENTAL-LATE-FEE
012424     ELSE
012425         CALL 'PRICENG' USING PRICE-REQUEST
012426         IF PREQ-OK
012427             IF PREQ-PRICE >= WS-REPL-COST-AMT
012428                 MOVE WS-REPL-COST-AMT TO RENTAL-LATE-FEE
012429             ELSE
012430                 MOVE PREQ-PRICE TO RENTAL-LATE-FEE
012431             END-IF
012432         ELSE
012433             COMPUTE RENTAL-LATE-FEE ROUNDED =
012434                 WS-DAYS-OVERDUE * WS-FEE-RATE-DEFAULT
012435         END-IF
012436     END-IF
012437     IF RENTAL-LATE-FEE >= WS-REPL-COST-AMT
012438         MOVE WS-REPL-COST-AMT TO RENTAL-LATE-FEE
012439         MOVE 'Y' TO WS-AT-CAP-SW
012440         ADD 1 TO WS-RENTALS-AT-CAP
012441     END-IF.
012442*=================================================================
012443*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
012444*=================================================================
012500 3000-TERMINATE.
012510     MOVE WS-RENTALS-CHECKED TO CT-RENTALS-CHECKED
012520     WRITE FEEDUE-LINE FROM WS-CONTROL-TRAILER
012600     CLOSE OPENRENT-IN
012675     IF WS-EQPFILE-AVAILABLE
012680         CLOSE EQPFILE
012685     END-IF
012700     CLOSE FEEDUE-RPT
012800     DISPLAY 'LATEFEE: RENTALS CHECKED = ' WS-RENTALS-CHECKED
012900     DISPLAY 'LATEFEE: RENTALS OVERDUE = ' WS-RENTALS-OVERDUE
012910     DISPLAY 'LATEFEE: RENTALS AT CAP  = ' WS-RENTALS-AT-CAP
012920     DISPLAY 'LATEFEE: PLAN OVERDUE    = '
012930         WS-PLAN-RENTALS-OVERDUE
012940     DISPLAY 'LATEFEE: EQUIP OVERDUE   = '
012950         WS-EQUIP-RENTALS-OVERDUE.
013000*=================================================================
013100*=================================================================
013110*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
