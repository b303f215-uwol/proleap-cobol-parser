000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    VENDSCOR.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY VENDOR SCORECARD.
001200*=================================================================
001300*  MONTHLY SCORECARD OF THE DISTRIBUTORS ON DISTFILE, BUILT FROM
001400*  THE PURCHASE ORDERS ON POFILE.  FOR THE ORDERS RAISED INSIDE
001500*  THE LOOK-BACK WINDOW (VSCCTL COLUMNS 1-3, DEFAULT 90 DAYS)
001600*  EACH DISTRIBUTOR IS RATED ON FILL RATE (COPIES RECEIVED OVER
001700*  COPIES ORDERED, CANCELLED ORDERS LEFT OUT), THE AVERAGE
001800*  CALENDAR DAYS FROM PO-ORDER-DATE TO THE RECEIPT THAT FILLED
001900*  THE ORDER, HOW MANY FILLED ORDERS TOOK LONGER THAN THE LEAD
002000*  TIME THE DISTRIBUTOR QUOTES, AND HOW MANY SHORT SHIPMENTS
002100*  PORECV COUNTED.  EVERY ORDER STILL OPEN, WHENEVER RAISED,
002200*  THEN AGES INTO 0-30, 31-60, 61-90 AND OVER-90-DAY BUCKETS.
002300*  ORDERS RAISED BEFORE A DISTRIBUTOR WAS NAMED SCORE UNDER
002400*  DISTRIBUTOR 0000 (UNASSIGNED), AND A DISTRIBUTOR ID NO
002500*  LONGER ON DISTFILE STILL SCORES UNDER ITS OWN NUMBER.
002600*=================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL DISTFILE ASSIGN TO 'IDXDIST'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS DIST-ID OF DIST-RECORD
003700         FILE STATUS IS FC-DISTFILE-STATUS.
003800     SELECT OPTIONAL POFILE ASSIGN TO 'IDXPO'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PO-NUMBER OF PO-RECORD
004200         FILE STATUS IS FC-POFILE-STATUS.
004300     SELECT OPTIONAL VSCCTL-FILE ASSIGN TO 'VSCCTL'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FC-VSCCTL-STATUS.
004600     SELECT VENDSCOR-RPT ASSIGN TO 'VENDSCOR'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FC-VENDSCOR-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DISTFILE.
005200 COPY DISTREC.
005300 FD  POFILE.
005400 COPY POREC.
005500 FD  VSCCTL-FILE
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  VSCCTL-CARD.
005800     05  VC-WINDOW-DAYS             PIC 9(3).
005900     05  FILLER                     PIC X(77).
006000 FD  VENDSCOR-RPT
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  VENDSCOR-LINE                  PIC X(80).
006300 WORKING-STORAGE SECTION.
006400*=================================================================
006500 COPY VERSTAMP.
006600 COPY CALREQ.
006700 01  FC-STATUSES.
006800     05  FC-DISTFILE-STATUS         PIC X(2).
006900     05  FC-POFILE-STATUS           PIC X(2).
007000     05  FC-VSCCTL-STATUS           PIC X(2).
007100     05  FC-VENDSCOR-STATUS         PIC X(2).
007200 01  WS-SWITCHES.
007300     05  WS-DIST-EOF-SW             PIC X(1) VALUE 'N'.
007400         88  WS-DIST-EOF            VALUE 'Y'.
007500     05  WS-PO-EOF-SW               PIC X(1) VALUE 'N'.
007600         88  WS-PO-EOF              VALUE 'Y'.
007700 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
007800 01  WS-WINDOW-DAYS                 PIC 9(3) VALUE 90.
007900 01  WS-WINDOW-START-DATE           PIC 9(8).
008000 01  WS-ELAPSED-DAYS                PIC 9(5).
008100 01  WS-DIST-ID-HOLD                PIC 9(4).
008200 01  WS-DIST-NAME-HOLD              PIC X(25).
008300*=================================================================
008400*    ONE ENTRY PER DISTRIBUTOR - ENTRY 1 IS UNASSIGNED (0000)
008500*=================================================================
008600 01  WS-DIST-TABLE.
008700     05  WS-DIST-COUNT              PIC 9(3) VALUE ZERO.
008800     05  WS-DIST-ENTRY OCCURS 200 TIMES.
008900         10  WS-DT-ID               PIC 9(4).
009000         10  WS-DT-NAME             PIC X(25).
009100         10  WS-DT-TERMS            PIC X(6).
009200         10  WS-DT-LEAD-DAYS        PIC 9(3).
009300         10  WS-DT-ORDERS           PIC 9(5).
009400         10  WS-DT-QTY-ORDERED      PIC 9(7).
009500         10  WS-DT-QTY-RECEIVED     PIC 9(7).
009600         10  WS-DT-FILLED           PIC 9(5).
009700         10  WS-DT-RECEIPT-DAYS     PIC 9(9).
009800         10  WS-DT-LATE             PIC 9(5).
009900         10  WS-DT-SHORT-SHIPS      PIC 9(5).
010000         10  WS-DT-AGE-30           PIC 9(5).
010100         10  WS-DT-AGE-60           PIC 9(5).
010200         10  WS-DT-AGE-90           PIC 9(5).
010300         10  WS-DT-AGE-OVER         PIC 9(5).
010400 01  WS-DIST-SUB                    PIC 9(3).
010500 01  WS-MATCH-SUB                   PIC 9(3).
010600 01  WS-FILL-RATE                   PIC 9(3)V9.
010700 01  WS-AVG-DAYS                    PIC 9(3)V9.
010800 01  WS-GRAND-TOTALS.
010900     05  WS-GRAND-ORDERS            PIC 9(5) VALUE ZERO.
011000     05  WS-GRAND-QTY-ORDERED       PIC 9(7) VALUE ZERO.
011100     05  WS-GRAND-QTY-RECEIVED      PIC 9(7) VALUE ZERO.
011200     05  WS-GRAND-FILLED            PIC 9(5) VALUE ZERO.
011300     05  WS-GRAND-RECEIPT-DAYS      PIC 9(9) VALUE ZERO.
011400     05  WS-GRAND-OPEN              PIC 9(5) VALUE ZERO.
011500 01  WS-COUNTERS.
011600     05  WS-POS-READ                PIC 9(7) VALUE ZERO.
011700     05  WS-POS-DROPPED             PIC 9(5) VALUE ZERO.
011800     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
011900 01  WS-HEAD-LINE.
012000     05  FILLER                     PIC X(1)  VALUE SPACE.
012100     05  FILLER                     PIC X(24)
012200         VALUE 'VENDOR SCORECARD  ORDERS'.
012300     05  FILLER                     PIC X(6)  VALUE ' SINCE'.
012400     05  FILLER                     PIC X(1)  VALUE SPACE.
012500     05  HD-WINDOW-START            PIC 9(8).
012600     05  FILLER                     PIC X(10)
012700         VALUE '   RUN ON '.
012800     05  HD-RUN-DATE                PIC 9(8).
012900 01  WS-DIST-LINE.
013000     05  FILLER                     PIC X(1)  VALUE SPACE.
013100     05  DL-DIST-ID                 PIC 9(4).
013200     05  FILLER                     PIC X(2)  VALUE SPACE.
013300     05  DL-NAME                    PIC X(25).
013400     05  FILLER                     PIC X(8)  VALUE '  TERMS '.
013500     05  DL-TERMS                   PIC X(6).
013600     05  FILLER                     PIC X(15)
013700         VALUE '  QUOTED LEAD  '.
013800     05  DL-LEAD-DAYS               PIC ZZ9.
013900 01  WS-SCORE-LINE.
014000     05  FILLER                     PIC X(3)  VALUE SPACE.
014100     05  FILLER                     PIC X(7)  VALUE 'ORDERS '.
014200     05  SL-ORDERS                  PIC ZZZZ9.
014300     05  FILLER                     PIC X(7)  VALUE '  FILL '.
014400     05  SL-FILL-RATE               PIC ZZ9.9.
014500     05  FILLER                     PIC X(1)  VALUE '%'.
014600     05  FILLER                     PIC X(11)
014700         VALUE '  AVG DAYS '.
014800     05  SL-AVG-DAYS                PIC ZZ9.9.
014900     05  FILLER                     PIC X(7)  VALUE '  LATE '.
015000     05  SL-LATE                    PIC ZZZZ9.
015100     05  FILLER                     PIC X(9)  VALUE '  SHORTS '.
015200     05  SL-SHORT-SHIPS             PIC ZZZZ9.
015300 01  WS-AGING-LINE.
015400     05  FILLER                     PIC X(3)  VALUE SPACE.
015500     05  FILLER                     PIC X(14)
015600         VALUE 'OPEN POS  0-30'.
015700     05  AL-AGE-30                  PIC ZZZZ9.
015800     05  FILLER                     PIC X(8)  VALUE '  31-60 '.
015900     05  AL-AGE-60                  PIC ZZZZ9.
016000     05  FILLER                     PIC X(8)  VALUE '  61-90 '.
016100     05  AL-AGE-90                  PIC ZZZZ9.
016200     05  FILLER                     PIC X(10)
016300         VALUE '  OVER 90 '.
016400     05  AL-AGE-OVER                PIC ZZZZ9.
016500 01  WS-TOTAL-LINE.
016600     05  FILLER                     PIC X(1)  VALUE SPACE.
016700     05  FILLER                     PIC X(17)
016800         VALUE 'ALL DISTRIBUTORS '.
016900     05  FILLER                     PIC X(7)  VALUE 'ORDERS '.
017000     05  TL-ORDERS                  PIC ZZZZ9.
017100     05  FILLER                     PIC X(7)  VALUE '  FILL '.
017200     05  TL-FILL-RATE               PIC ZZ9.9.
017300     05  FILLER                     PIC X(1)  VALUE '%'.
017400     05  FILLER                     PIC X(11)
017500         VALUE '  AVG DAYS '.
017600     05  TL-AVG-DAYS                PIC ZZ9.9.
017700     05  FILLER                     PIC X(7)  VALUE '  OPEN '.
017800     05  TL-OPEN                    PIC ZZZZ9.
017900 PROCEDURE DIVISION.
018000*=================================================================
018100 0000-MAINLINE.
018200     PERFORM 0900-DISPLAY-VERSION-STAMP
018300     PERFORM 1000-INITIALIZE
018400     PERFORM 2000-LOAD-ONE-DISTRIBUTOR
018500         UNTIL WS-DIST-EOF
018600     PERFORM 3000-SCORE-ONE-ORDER
018700         UNTIL WS-PO-EOF
018800     PERFORM 5000-PRINT-THE-REPORT
018900     PERFORM 6000-TERMINATE
019000     PERFORM 9000-DISPLAY-VERSION-TRAILER
019100     STOP RUN.
019200*=================================================================
019300*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
019400*=================================================================
019500 0900-DISPLAY-VERSION-STAMP.
019600     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='VENDSCOR -'==
019700                             ==:PROGVERS:== BY =='Version 001'==.
019800*=================================================================
019900*    1000-INITIALIZE - WINDOW, UNASSIGNED ENTRY, POSITION FILES
020000*=================================================================
020100 1000-INITIALIZE.
020200     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
020300     PERFORM 1050-LOAD-CONTROL-CARD
020400     MOVE 'S' TO CALR-FUNCTION
020500     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
020600     MOVE WS-WINDOW-DAYS TO CALR-DAYS
020700     CALL 'STORECAL' USING CALENDAR-REQUEST
020800     MOVE CALR-RESULT-DATE TO WS-WINDOW-START-DATE
020900     MOVE ZERO TO WS-DIST-ID-HOLD
021000     MOVE 'UNASSIGNED' TO WS-DIST-NAME-HOLD
021100     PERFORM 2100-ADD-TABLE-ENTRY
021200     OPEN INPUT DISTFILE
021300     IF FC-DISTFILE-STATUS NOT = '00'
021400         MOVE 'Y' TO WS-DIST-EOF-SW
021500     ELSE
021600         MOVE ZERO TO DIST-ID
021700         START DISTFILE KEY IS NOT LESS THAN DIST-ID
021800             INVALID KEY
021900                 MOVE 'Y' TO WS-DIST-EOF-SW
022000         END-START
022100     END-IF
022200     OPEN INPUT POFILE
022300     IF FC-POFILE-STATUS NOT = '00'
022400         MOVE 'Y' TO WS-PO-EOF-SW
022500     ELSE
022600         MOVE ZERO TO PO-NUMBER
022700         START POFILE KEY IS NOT LESS THAN PO-NUMBER
022800             INVALID KEY
022900                 MOVE 'Y' TO WS-PO-EOF-SW
023000         END-START
023100     END-IF
023200     OPEN OUTPUT VENDSCOR-RPT.
023300*=================================================================
023400*    1050-LOAD-CONTROL-CARD - LOOK-BACK WINDOW IN DAYS
023500*=================================================================
023600 1050-LOAD-CONTROL-CARD.
023700     OPEN INPUT VSCCTL-FILE
023800     IF FC-VSCCTL-STATUS = '00'
023900         READ VSCCTL-FILE
024000             AT END
024100                 CONTINUE
024200             NOT AT END
024300                 IF VC-WINDOW-DAYS NUMERIC
024400                     AND VC-WINDOW-DAYS > ZERO
024500                     MOVE VC-WINDOW-DAYS TO WS-WINDOW-DAYS
024600                 END-IF
024700         END-READ
024800     END-IF
024900     CLOSE VSCCTL-FILE.
025000*=================================================================
025100*    2000-LOAD-ONE-DISTRIBUTOR - DISTFILE IN KEY ORDER INTO THE
025200*    TABLE
025300*=================================================================
025400 2000-LOAD-ONE-DISTRIBUTOR.
025500     READ DISTFILE NEXT RECORD
025600         AT END
025700             MOVE 'Y' TO WS-DIST-EOF-SW
025800     END-READ
025900     IF NOT WS-DIST-EOF
026000         MOVE DIST-ID   TO WS-DIST-ID-HOLD
026100         MOVE DIST-NAME TO WS-DIST-NAME-HOLD
026200         PERFORM 2100-ADD-TABLE-ENTRY
026300         IF WS-MATCH-SUB > ZERO
026400             MOVE DIST-TERMS     TO WS-DT-TERMS (WS-MATCH-SUB)
026500             MOVE DIST-LEAD-DAYS
026600                 TO WS-DT-LEAD-DAYS (WS-MATCH-SUB)
026700         END-IF
026800     END-IF.
026900*=================================================================
027000*    2100-ADD-TABLE-ENTRY - A ZEROED ENTRY FOR THE HELD ID AND
027100*    NAME; WS-MATCH-SUB IS LEFT ZERO WHEN THE TABLE IS FULL
027200*=================================================================
027300 2100-ADD-TABLE-ENTRY.
027400     MOVE ZERO TO WS-MATCH-SUB
027500     IF WS-DIST-COUNT < 200
027600         ADD 1 TO WS-DIST-COUNT
027700         MOVE WS-DIST-COUNT TO WS-MATCH-SUB
027800         MOVE WS-DIST-ID-HOLD   TO WS-DT-ID (WS-MATCH-SUB)
027900         MOVE WS-DIST-NAME-HOLD TO WS-DT-NAME (WS-MATCH-SUB)
028000         MOVE SPACES TO WS-DT-TERMS (WS-MATCH-SUB)
028100         MOVE ZERO   TO WS-DT-LEAD-DAYS (WS-MATCH-SUB)
028200         MOVE ZERO   TO WS-DT-ORDERS (WS-MATCH-SUB)
028300         MOVE ZERO   TO WS-DT-QTY-ORDERED (WS-MATCH-SUB)
028400         MOVE ZERO   TO WS-DT-QTY-RECEIVED (WS-MATCH-SUB)
028500         MOVE ZERO   TO WS-DT-FILLED (WS-MATCH-SUB)
028600         MOVE ZERO   TO WS-DT-RECEIPT-DAYS (WS-MATCH-SUB)
028700         MOVE ZERO   TO WS-DT-LATE (WS-MATCH-SUB)
028800         MOVE ZERO   TO WS-DT-SHORT-SHIPS (WS-MATCH-SUB)
028900         MOVE ZERO   TO WS-DT-AGE-30 (WS-MATCH-SUB)
029000         MOVE ZERO   TO WS-DT-AGE-60 (WS-MATCH-SUB)
029100         MOVE ZERO   TO WS-DT-AGE-90 (WS-MATCH-SUB)
029200         MOVE ZERO   TO WS-DT-AGE-OVER (WS-MATCH-SUB)
029300     END-IF.
029400*=================================================================
029500*    3000-SCORE-ONE-ORDER - CREDIT ONE PO TO ITS DISTRIBUTOR
029600*=================================================================
029700 3000-SCORE-ONE-ORDER.
029800     READ POFILE NEXT RECORD
029900         AT END
030000             MOVE 'Y' TO WS-PO-EOF-SW
030100     END-READ
030200     IF NOT WS-PO-EOF
030300         ADD 1 TO WS-POS-READ
030400         PERFORM 3100-FIND-DISTRIBUTOR
030500         IF WS-MATCH-SUB = ZERO
030600             ADD 1 TO WS-POS-DROPPED
030700         ELSE
030800             IF PO-ORDER-DATE >= WS-WINDOW-START-DATE
030900                 AND NOT PO-CANCELLED
031000                 PERFORM 3200-SCORE-WINDOW-ORDER
031100             END-IF
031200             IF PO-OPEN
031300                 PERFORM 3300-AGE-OPEN-ORDER
031400             END-IF
031500         END-IF
031600     END-IF.
031700*=================================================================
031800*    3100-FIND-DISTRIBUTOR - TABLE ENTRY FOR PO-DISTRIBUTOR-ID,
031900*    ADDED UNDER ITS OWN NUMBER WHEN IT IS NOT ON DISTFILE
032000*=================================================================
032100 3100-FIND-DISTRIBUTOR.
032200     MOVE ZERO TO WS-MATCH-SUB
032300     PERFORM 3110-CHECK-ONE-ENTRY
032400         VARYING WS-DIST-SUB FROM 1 BY 1
032500         UNTIL WS-DIST-SUB > WS-DIST-COUNT
032600         OR WS-MATCH-SUB > ZERO
032700     IF WS-MATCH-SUB = ZERO
032800         MOVE PO-DISTRIBUTOR-ID TO WS-DIST-ID-HOLD
032900         MOVE 'NOT ON DISTFILE' TO WS-DIST-NAME-HOLD
033000         PERFORM 2100-ADD-TABLE-ENTRY
033100     END-IF.
033200*=================================================================
033300*    3110-CHECK-ONE-ENTRY
033400*=================================================================
033500 3110-CHECK-ONE-ENTRY.
033600     IF WS-DT-ID (WS-DIST-SUB) = PO-DISTRIBUTOR-ID
033700         MOVE WS-DIST-SUB TO WS-MATCH-SUB
033800     END-IF.
033900*=================================================================
034000*    3200-SCORE-WINDOW-ORDER - FILL, LEAD TIME AND SHORTS FOR AN
034100*    ORDER RAISED INSIDE THE WINDOW
034200*=================================================================
034300 3200-SCORE-WINDOW-ORDER.
034400     ADD 1 TO WS-DT-ORDERS (WS-MATCH-SUB)
034500     ADD PO-QTY-ORDERED  TO WS-DT-QTY-ORDERED (WS-MATCH-SUB)
034600     ADD PO-QTY-RECEIVED TO WS-DT-QTY-RECEIVED (WS-MATCH-SUB)
034700     ADD PO-SHORT-SHIPMENTS
034800         TO WS-DT-SHORT-SHIPS (WS-MATCH-SUB)
034900     IF PO-FILLED
035000         AND PO-LAST-RECEIPT-DATE > ZERO
035100         MOVE PO-ORDER-DATE        TO CALR-DATE
035200         MOVE PO-LAST-RECEIPT-DATE TO CALR-END-DATE
035300         PERFORM 8000-COUNT-ELAPSED-DAYS
035400         ADD 1 TO WS-DT-FILLED (WS-MATCH-SUB)
035500         ADD WS-ELAPSED-DAYS
035600             TO WS-DT-RECEIPT-DAYS (WS-MATCH-SUB)
035700         IF WS-DT-LEAD-DAYS (WS-MATCH-SUB) > ZERO
035800             AND WS-ELAPSED-DAYS >
035900                 WS-DT-LEAD-DAYS (WS-MATCH-SUB)
036000             ADD 1 TO WS-DT-LATE (WS-MATCH-SUB)
036100         END-IF
036200     END-IF.
036300*=================================================================
036400*    3300-AGE-OPEN-ORDER - DAYS SINCE THE ORDER WAS RAISED
036500*=================================================================
036600 3300-AGE-OPEN-ORDER.
036700     MOVE PO-ORDER-DATE            TO CALR-DATE
036800     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-END-DATE
036900     PERFORM 8000-COUNT-ELAPSED-DAYS
037000     EVALUATE TRUE
037100         WHEN WS-ELAPSED-DAYS <= 30
037200             ADD 1 TO WS-DT-AGE-30 (WS-MATCH-SUB)
037300         WHEN WS-ELAPSED-DAYS <= 60
037400             ADD 1 TO WS-DT-AGE-60 (WS-MATCH-SUB)
037500         WHEN WS-ELAPSED-DAYS <= 90
037600             ADD 1 TO WS-DT-AGE-90 (WS-MATCH-SUB)
037700         WHEN OTHER
037800             ADD 1 TO WS-DT-AGE-OVER (WS-MATCH-SUB)
037900     END-EVALUATE
038000     ADD 1 TO WS-GRAND-OPEN.
038100*=================================================================
038200*    5000-PRINT-THE-REPORT - THREE LINES PER DISTRIBUTOR WITH
038300*    ANY ACTIVITY, THEN THE ALL-DISTRIBUTOR LINE
038400*=================================================================
038500 5000-PRINT-THE-REPORT.
038600     MOVE WS-WINDOW-START-DATE     TO HD-WINDOW-START
038700     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-RUN-DATE
038800     WRITE VENDSCOR-LINE FROM WS-HEAD-LINE
038900     ADD 1 TO WS-REPORT-LINES
039000     PERFORM 5100-PRINT-ONE-DISTRIBUTOR
039100         VARYING WS-DIST-SUB FROM 1 BY 1
039200         UNTIL WS-DIST-SUB > WS-DIST-COUNT
039300     MOVE ZERO TO WS-FILL-RATE
039400     MOVE ZERO TO WS-AVG-DAYS
039500     IF WS-GRAND-QTY-ORDERED > ZERO
039600         COMPUTE WS-FILL-RATE ROUNDED =
039700             WS-GRAND-QTY-RECEIVED * 100 / WS-GRAND-QTY-ORDERED
039800     END-IF
039900     IF WS-GRAND-FILLED > ZERO
040000         COMPUTE WS-AVG-DAYS ROUNDED =
040100             WS-GRAND-RECEIPT-DAYS / WS-GRAND-FILLED
040200     END-IF
040300     MOVE WS-GRAND-ORDERS TO TL-ORDERS
040400     MOVE WS-FILL-RATE    TO TL-FILL-RATE
040500     MOVE WS-AVG-DAYS     TO TL-AVG-DAYS
040600     MOVE WS-GRAND-OPEN   TO TL-OPEN
040700     MOVE SPACES TO VENDSCOR-LINE
040800     WRITE VENDSCOR-LINE
040900     WRITE VENDSCOR-LINE FROM WS-TOTAL-LINE
041000     ADD 2 TO WS-REPORT-LINES.
041100*=================================================================
041200*    5100-PRINT-ONE-DISTRIBUTOR - SKIPPED WHEN IT HAS NEITHER A
041300*    WINDOW ORDER NOR AN OPEN ONE
041400*=================================================================
041500 5100-PRINT-ONE-DISTRIBUTOR.
041600     IF WS-DT-ORDERS (WS-DIST-SUB) > ZERO
041700         OR WS-DT-AGE-30 (WS-DIST-SUB) > ZERO
041800         OR WS-DT-AGE-60 (WS-DIST-SUB) > ZERO
041900         OR WS-DT-AGE-90 (WS-DIST-SUB) > ZERO
042000         OR WS-DT-AGE-OVER (WS-DIST-SUB) > ZERO
042100         PERFORM 5200-PRINT-THE-SCORE
042200     END-IF.
042300*=================================================================
042400*    5200-PRINT-THE-SCORE - NAME LINE, SCORE LINE, AGING LINE,
042500*    ROLLED TO THE GRAND TOTALS
042600*=================================================================
042700 5200-PRINT-THE-SCORE.
042800     MOVE ZERO TO WS-FILL-RATE
042900     MOVE ZERO TO WS-AVG-DAYS
043000     IF WS-DT-QTY-ORDERED (WS-DIST-SUB) > ZERO
043100         COMPUTE WS-FILL-RATE ROUNDED =
043200             WS-DT-QTY-RECEIVED (WS-DIST-SUB) * 100
043300             / WS-DT-QTY-ORDERED (WS-DIST-SUB)
043400     END-IF
043500     IF WS-DT-FILLED (WS-DIST-SUB) > ZERO
043600         COMPUTE WS-AVG-DAYS ROUNDED =
043700             WS-DT-RECEIPT-DAYS (WS-DIST-SUB)
043800             / WS-DT-FILLED (WS-DIST-SUB)
043900     END-IF
044000     MOVE WS-DT-ID (WS-DIST-SUB)        TO DL-DIST-ID
044100     MOVE WS-DT-NAME (WS-DIST-SUB)      TO DL-NAME
044200     MOVE WS-DT-TERMS (WS-DIST-SUB)     TO DL-TERMS
044300     MOVE WS-DT-LEAD-DAYS (WS-DIST-SUB) TO DL-LEAD-DAYS
044400     MOVE WS-DT-ORDERS (WS-DIST-SUB)    TO SL-ORDERS
044500     MOVE WS-FILL-RATE                  TO SL-FILL-RATE
044600     MOVE WS-AVG-DAYS                   TO SL-AVG-DAYS
044700     MOVE WS-DT-LATE (WS-DIST-SUB)      TO SL-LATE
044800     MOVE WS-DT-SHORT-SHIPS (WS-DIST-SUB) TO SL-SHORT-SHIPS
044900     MOVE WS-DT-AGE-30 (WS-DIST-SUB)    TO AL-AGE-30
045000     MOVE WS-DT-AGE-60 (WS-DIST-SUB)    TO AL-AGE-60
045100     MOVE WS-DT-AGE-90 (WS-DIST-SUB)    TO AL-AGE-90
045200     MOVE WS-DT-AGE-OVER (WS-DIST-SUB)  TO AL-AGE-OVER
045300     MOVE SPACES TO VENDSCOR-LINE
045400     WRITE VENDSCOR-LINE
045500     WRITE VENDSCOR-LINE FROM WS-DIST-LINE
045600     WRITE VENDSCOR-LINE FROM WS-SCORE-LINE
045700     WRITE VENDSCOR-LINE FROM WS-AGING-LINE
045800     ADD 4 TO WS-REPORT-LINES
045900     ADD WS-DT-ORDERS (WS-DIST-SUB)      TO WS-GRAND-ORDERS
046000     ADD WS-DT-QTY-ORDERED (WS-DIST-SUB) TO WS-GRAND-QTY-ORDERED
046100     ADD WS-DT-QTY-RECEIVED (WS-DIST-SUB)
046200         TO WS-GRAND-QTY-RECEIVED
046300     ADD WS-DT-FILLED (WS-DIST-SUB)      TO WS-GRAND-FILLED
046400     ADD WS-DT-RECEIPT-DAYS (WS-DIST-SUB)
046500         TO WS-GRAND-RECEIPT-DAYS.
046600*=================================================================
046700*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
046800*=================================================================
046900 6000-TERMINATE.
047000     CLOSE DISTFILE
047100     CLOSE POFILE
047200     CLOSE VENDSCOR-RPT
047300     DISPLAY 'VENDSCOR: DISTRIBUTORS     = ' WS-DIST-COUNT
047400     DISPLAY 'VENDSCOR: POS READ         = ' WS-POS-READ
047500     DISPLAY 'VENDSCOR: OPEN POS AGED    = ' WS-GRAND-OPEN
047600     DISPLAY 'VENDSCOR: POS DROPPED      = ' WS-POS-DROPPED.
047700*=================================================================
047800*    8000-COUNT-ELAPSED-DAYS - CALENDAR DAYS FROM CALR-DATE TO
047900*    CALR-END-DATE THROUGH THE STORE-CALENDAR SERVICE
048000*=================================================================
048100 8000-COUNT-ELAPSED-DAYS.
048200     MOVE 'D' TO CALR-FUNCTION
048300     CALL 'STORECAL' USING CALENDAR-REQUEST
048400     MOVE CALR-DAYS TO WS-ELAPSED-DAYS.
048500*=================================================================
048600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
048700*=================================================================
048800 9000-DISPLAY-VERSION-TRAILER.
048900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='VENDSCOR -'==
049000                             ==:LINECOUNT:== BY
049100                                 WS-REPORT-LINES.
