000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    EXTRMRG.
000400 AUTHOR.        SHOP-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 SSG   INITIAL VERSION - PARTITIONED SOMECUR
001200*                   EXTRACT MERGE.
001300*=================================================================
001400*  THE EXECSQLIMS SOMECUR EXTRACT RUNS AS ONE JOB PER KEY-RANGE
001500*  PARTITION, EACH TAKING ITS RANGE FROM THE PARTPLAN CONTROL
001600*  DECK (ONE H HEADER CARD - PARTITION COUNT AND THE WHOLE KEY
001700*  RANGE - THEN ONE P CARD PER PARTITION IN KEY ORDER) AND
001800*  WRITING ITS OWN EXTRACT WITH A PART=NN TRAILER.  THIS STEP
001900*  FIRST PROVES THE PLAN: THE P CARDS MUST RUN FROM THE RANGE
002000*  LOW TO THE RANGE HIGH WITH EACH PARTITION STARTING ONE KEY
002100*  PAST THE LAST, NO GAPS, NO OVERLAPS AND NO PARTITION NAMED
002200*  TWICE.  IT THEN READS THE PARTITION EXTRACTS (CONCATENATED
002300*  ON EXTRIN IN PLAN ORDER), CHECKS EACH ROW FALLS IN ITS
002400*  PARTITION'S RANGE AND EACH TRAILER'S ROW COUNT AND COLUMN
002500*  HASH AGREE WITH THE ROWS ACTUALLY READ, AND COPIES THE ROWS
002600*  IN KEY ORDER TO THE ONE EXTRACT DOWNSTREAM HAS ALWAYS READ,
002700*  UNDER A SINGLE TRAILER IN THE SAME LAYOUT WHOSE ROW COUNT IS
002800*  THE SUM OF THE PARTITION TRAILERS.  ANY FAILURE IS DISPLAYED,
002900*  THE MERGED TRAILER IS WITHHELD AND THE STEP ENDS RC 16.
003000*=================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARTPLAN-FILE ASSIGN TO 'PARTPLAN'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FC-PARTPLAN-STATUS.
004000     SELECT EXTRIN-FILE ASSIGN TO 'EXTRIN'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FC-EXTRIN-STATUS.
004300     SELECT EXTRACT-OUT ASSIGN TO 'EXTRACT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FC-EXTRACT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PARTPLAN-FILE
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  PARTPLAN-RECORD.
005100     05  PP-RECORD-TYPE             PIC X(1).
005200         88  PP-HEADER-RECORD       VALUE 'H'.
005300         88  PP-PARTITION-RECORD    VALUE 'P'.
005400     05  PP-PARTITION               PIC X(2).
005500     05  FILLER                     PIC X(1).
005600     05  PP-KEY-LOW                 PIC 9(10).
005700     05  FILLER                     PIC X(1).
005800     05  PP-KEY-HIGH                PIC 9(10).
005900     05  FILLER                     PIC X(55).
006000 FD  EXTRIN-FILE
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  EXTRIN-LINE                    PIC X(80).
006300 FD  EXTRACT-OUT
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  EXTRACT-LINE                   PIC X(80).
006600 WORKING-STORAGE SECTION.
006700*=================================================================
006800 COPY VERSTAMP.
006900 COPY FILERRQ.
007000 01  FC-STATUSES.
007100     05  FC-PARTPLAN-STATUS         PIC X(2).
007200     05  FC-EXTRIN-STATUS           PIC X(2).
007300     05  FC-EXTRACT-STATUS          PIC X(2).
007400 01  WS-SWITCHES.
007500     05  WS-PLAN-EOF-SW             PIC X(1) VALUE 'N'.
007600         88  WS-PLAN-EOF            VALUE 'Y'.
007700     05  WS-HEADER-OK-SW            PIC X(1) VALUE 'N'.
007800         88  WS-HEADER-OK           VALUE 'Y'.
007900     05  WS-PLAN-OK-SW              PIC X(1) VALUE 'N'.
008000         88  WS-PLAN-OK             VALUE 'Y'.
008100     05  WS-FILES-OPEN-SW           PIC X(1) VALUE 'N'.
008200         88  WS-FILES-OPEN          VALUE 'Y'.
008300     05  WS-EXTRIN-EOF-SW           PIC X(1) VALUE 'N'.
008400         88  WS-EXTRIN-EOF          VALUE 'Y'.
008500     05  WS-SEGMENT-END-SW          PIC X(1) VALUE 'N'.
008600         88  WS-SEGMENT-END         VALUE 'Y'.
008700*=================================================================
008800*  THE PLAN AS LOADED FROM THE P CARDS, IN CARD ORDER
008900*=================================================================
009000 01  WS-PLAN-TABLE.
009100     05  WS-PT-ENTRY                OCCURS 99 TIMES.
009200         10  WS-PT-PARTITION        PIC X(2).
009300         10  WS-PT-KEY-LOW          PIC 9(10).
009400         10  WS-PT-KEY-HIGH         PIC 9(10).
009500 01  WS-PLAN-FIELDS.
009600     05  WS-RANGE-LOW               PIC 9(10) VALUE ZERO.
009700     05  WS-RANGE-HIGH              PIC 9(10) VALUE ZERO.
009800     05  WS-PLANNED-PARTITIONS      PIC 9(2) VALUE ZERO.
009900     05  WS-PARTITION-COUNT         PIC 9(2) VALUE ZERO.
010000     05  WS-NEXT-EXPECTED-KEY       PIC 9(11) VALUE ZERO.
010100     05  WS-PX                      PIC 9(3) COMP.
010200     05  WS-PX-PRIOR                PIC 9(3) COMP.
010300     05  WS-PY                      PIC 9(3) COMP.
010400*=================================================================
010500*  A PARTITION EXTRACT LINE - A DETAIL ROW OR ITS TRAILER, AS
010600*  EXECSQLIMS WRITES THEM
010700*=================================================================
010800 01  WS-EXTRACT-IN-DETAIL.
010900     05  WS-IN-COL1                 PIC 9(10).
011000     05  FILLER                     PIC X(1).
011100     05  WS-IN-COL2                 PIC X(30).
011200     05  FILLER                     PIC X(39).
011300 01  WS-EXTRACT-IN-TRAILER REDEFINES WS-EXTRACT-IN-DETAIL.
011400     05  WS-IT-TAG                  PIC X(8).
011500         88  WS-IT-IS-TRAILER       VALUE 'TRAILER '.
011600     05  WS-IT-ROW-COUNT            PIC 9(7).
011700     05  FILLER                     PIC X(1).
011800     05  WS-IT-COLUMN-HASH          PIC 9(12).
011900     05  FILLER                     PIC X(6).
012000     05  WS-IT-MODE                 PIC X(1).
012100     05  FILLER                     PIC X(6).
012200     05  WS-IT-BASE-COUNT           PIC 9(7).
012300     05  FILLER                     PIC X(7).
012400     05  WS-IT-DELTA-COUNT          PIC 9(7).
012500     05  WS-IT-PART-TAG             PIC X(6).
012600     05  WS-IT-PARTITION            PIC X(2).
012700     05  FILLER                     PIC X(10).
012800*=================================================================
012900*  THE MERGED EXTRACT'S SINGLE TRAILER - SAME LAYOUT AS A
013000*  WHOLE-RANGE EXECSQLIMS RUN, PART= LEFT BLANK
013100*=================================================================
013200 01  WS-EXTRACT-TRAILER.
013300     05  FILLER                     PIC X(8) VALUE 'TRAILER '.
013400     05  WS-TR-ROW-COUNT            PIC 9(7).
013500     05  FILLER                     PIC X(1) VALUE SPACE.
013600     05  WS-TR-COLUMN-HASH          PIC 9(12).
013700     05  FILLER                     PIC X(6) VALUE ' MODE='.
013800     05  WS-TR-MODE                 PIC X(1).
013900     05  FILLER                     PIC X(6) VALUE ' BASE='.
014000     05  WS-TR-BASE-COUNT           PIC 9(7).
014100     05  FILLER                     PIC X(7) VALUE ' DELTA='.
014200     05  WS-TR-DELTA-COUNT          PIC 9(7).
014300     05  FILLER                     PIC X(18) VALUE SPACE.
014400 01  WS-COUNTERS.
014500     05  WS-SEGMENT-ROWS            PIC 9(7) VALUE ZERO.
014600     05  WS-SEGMENT-HASH            PIC 9(13) VALUE ZERO.
014700     05  WS-SEGMENT-STRAYS          PIC 9(7) VALUE ZERO.
014800     05  WS-ROWS-WRITTEN            PIC 9(7) VALUE ZERO.
014900     05  WS-COLUMN-HASH             PIC 9(13) VALUE ZERO.
015000     05  WS-TRAILER-ROWS            PIC 9(7) VALUE ZERO.
015100     05  WS-TRAILER-BASE            PIC 9(7) VALUE ZERO.
015200     05  WS-TRAILER-DELTA           PIC 9(7) VALUE ZERO.
015300     05  WS-ERRORS-FOUND            PIC 9(5) VALUE ZERO.
015400 01  WS-MERGED-MODE                 PIC X(1) VALUE SPACE.
015500 01  WS-HASH-LIMIT                  PIC 9(12) VALUE 999999999999.
015600 01  WS-ERROR-TEXT                  PIC X(70).
015700 PROCEDURE DIVISION.
015800*=================================================================
015900 0000-MAINLINE.
016000     PERFORM 0900-DISPLAY-VERSION-STAMP
016100     PERFORM 1000-CHECK-THE-PLAN
016200     IF WS-PLAN-OK
016300         PERFORM 2000-MERGE-THE-EXTRACTS
016400     END-IF
016500     PERFORM 9000-DISPLAY-VERSION-TRAILER
016600     IF WS-ERRORS-FOUND > ZERO
016700         DISPLAY 'EXTRMRG: ' WS-ERRORS-FOUND
016800             ' ERROR(S) - MERGED EXTRACT NOT FIT FOR USE'
016900         MOVE 16 TO RETURN-CODE
017000     END-IF
017100     STOP RUN.
017200*=================================================================
017300*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
017400*=================================================================
017500 0900-DISPLAY-VERSION-STAMP.
017600     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='EXTRMRG -'==
017700                             ==:PROGVERS:== BY =='Version 001'==.
017800*=================================================================
017900*    1000-CHECK-THE-PLAN - LOAD PARTPLAN AND PROVE THE
018000*    PARTITIONS COVER THE WHOLE RANGE EXACTLY ONCE
018100*=================================================================
018200 1000-CHECK-THE-PLAN.
018300     OPEN INPUT PARTPLAN-FILE
018400     IF FC-PARTPLAN-STATUS NOT = '00'
018500         MOVE 'EXTRMRG' TO FERR-PROGRAM-ID
018600         MOVE 'PARTPLAN' TO FERR-FILE-NAME
018700         MOVE 'OPEN' TO FERR-OPERATION
018800         MOVE FC-PARTPLAN-STATUS TO FERR-STATUS
018900         MOVE SPACES TO FERR-RECORD
019000         CALL 'FILERR' USING FILE-ERROR-REQUEST
019100         MOVE 'PARTPLAN WILL NOT OPEN - NOTHING MERGED'
019200             TO WS-ERROR-TEXT
019300         PERFORM 8000-REPORT-ERROR
019400     ELSE
019500         PERFORM 1100-READ-PLAN-CARD
019600         PERFORM 1200-CHECK-PLAN-HEADER
019700         PERFORM 1300-LOAD-PLAN-PARTITION
019800             UNTIL WS-PLAN-EOF
019900         CLOSE PARTPLAN-FILE
020000         IF WS-HEADER-OK
020100             PERFORM 1400-CHECK-PLAN-COVERAGE
020200         END-IF
020300         IF WS-ERRORS-FOUND = ZERO
020400             MOVE 'Y' TO WS-PLAN-OK-SW
020500         END-IF
020600     END-IF.
020700*=================================================================
020800*    1100-READ-PLAN-CARD
020900*=================================================================
021000 1100-READ-PLAN-CARD.
021100     READ PARTPLAN-FILE
021200         AT END
021300             MOVE 'Y' TO WS-PLAN-EOF-SW
021400     END-READ.
021500*=================================================================
021600*    1200-CHECK-PLAN-HEADER - THE H CARD: PARTITION COUNT AND
021700*    THE WHOLE KEY RANGE THE PARTITIONS MUST COVER
021800*=================================================================
021900 1200-CHECK-PLAN-HEADER.
022000     IF NOT WS-PLAN-EOF
022100         IF PP-HEADER-RECORD
022200             AND PP-PARTITION IS NUMERIC
022300             AND PP-KEY-LOW IS NUMERIC
022400             AND PP-KEY-HIGH IS NUMERIC
022500             MOVE 'Y' TO WS-HEADER-OK-SW
022600         END-IF
022700     END-IF
022800     IF WS-HEADER-OK
022900         IF PP-KEY-LOW > PP-KEY-HIGH
023000             MOVE 'N' TO WS-HEADER-OK-SW
023100         END-IF
023200     END-IF
023300     IF WS-HEADER-OK
023400         MOVE PP-PARTITION TO WS-PLANNED-PARTITIONS
023500         MOVE PP-KEY-LOW TO WS-RANGE-LOW
023600         MOVE PP-KEY-HIGH TO WS-RANGE-HIGH
023700         DISPLAY 'EXTRMRG: PLAN RANGE ' WS-RANGE-LOW
023800             ' TO ' WS-RANGE-HIGH ' IN '
023900             WS-PLANNED-PARTITIONS ' PARTITIONS'
024000         PERFORM 1100-READ-PLAN-CARD
024100     ELSE
024200         MOVE 'PARTPLAN H CARD MISSING OR INVALID'
024300             TO WS-ERROR-TEXT
024400         PERFORM 8000-REPORT-ERROR
024500         MOVE 'Y' TO WS-PLAN-EOF-SW
024600     END-IF.
024700*=================================================================
024800*    1300-LOAD-PLAN-PARTITION - ONE P CARD INTO THE PLAN TABLE
024900*=================================================================
025000 1300-LOAD-PLAN-PARTITION.
025100     IF PP-PARTITION-RECORD
025200         AND PP-PARTITION NOT = SPACES
025300         AND PP-KEY-LOW IS NUMERIC
025400         AND PP-KEY-HIGH IS NUMERIC
025500         IF PP-KEY-LOW > PP-KEY-HIGH
025600             MOVE SPACES TO WS-ERROR-TEXT
025700             STRING 'PARTITION ' PP-PARTITION
025800                    ' KEY-LOW IS ABOVE ITS KEY-HIGH'
025900                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
026000             PERFORM 8000-REPORT-ERROR
026100         ELSE
026200             IF WS-PARTITION-COUNT = 99
026300                 MOVE 'PARTPLAN HAS MORE THAN 99 P CARDS'
026400                     TO WS-ERROR-TEXT
026500                 PERFORM 8000-REPORT-ERROR
026600             ELSE
026700                 ADD 1 TO WS-PARTITION-COUNT
026800                 MOVE WS-PARTITION-COUNT TO WS-PX
026900                 MOVE PP-PARTITION TO WS-PT-PARTITION (WS-PX)
027000                 MOVE PP-KEY-LOW TO WS-PT-KEY-LOW (WS-PX)
027100                 MOVE PP-KEY-HIGH TO WS-PT-KEY-HIGH (WS-PX)
027200             END-IF
027300         END-IF
027400     ELSE
027500         MOVE SPACES TO WS-ERROR-TEXT
027600         STRING 'PARTPLAN CARD INVALID: '
027700                PARTPLAN-RECORD (1:24)
027800             DELIMITED BY SIZE INTO WS-ERROR-TEXT
027900         PERFORM 8000-REPORT-ERROR
028000     END-IF
028100     PERFORM 1100-READ-PLAN-CARD.
028200*=================================================================
028300*    1400-CHECK-PLAN-COVERAGE - FIRST PARTITION AT THE RANGE
028400*    LOW, EACH NEXT ONE KEY PAST THE LAST, LAST AT THE HIGH
028500*=================================================================
028600 1400-CHECK-PLAN-COVERAGE.
028700     IF WS-PARTITION-COUNT NOT = WS-PLANNED-PARTITIONS
028800         MOVE SPACES TO WS-ERROR-TEXT
028900         STRING 'PARTPLAN H CARD SAYS ' WS-PLANNED-PARTITIONS
029000                ' PARTITIONS, ' WS-PARTITION-COUNT
029100                ' P CARDS LOADED'
029200             DELIMITED BY SIZE INTO WS-ERROR-TEXT
029300         PERFORM 8000-REPORT-ERROR
029400     END-IF
029500     IF WS-PARTITION-COUNT > ZERO
029600         IF WS-PT-KEY-LOW (1) NOT = WS-RANGE-LOW
029700             MOVE SPACES TO WS-ERROR-TEXT
029800             STRING 'PARTITION ' WS-PT-PARTITION (1)
029900                    ' DOES NOT START AT THE RANGE LOW '
030000                    WS-RANGE-LOW
030100                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
030200             PERFORM 8000-REPORT-ERROR
030300         END-IF
030400         PERFORM 1410-CHECK-ONE-BOUNDARY
030500             VARYING WS-PX FROM 2 BY 1
030600             UNTIL WS-PX > WS-PARTITION-COUNT
030700         MOVE WS-PARTITION-COUNT TO WS-PX
030800         IF WS-PT-KEY-HIGH (WS-PX) NOT = WS-RANGE-HIGH
030900             MOVE SPACES TO WS-ERROR-TEXT
031000             STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
031100                    ' DOES NOT END AT THE RANGE HIGH '
031200                    WS-RANGE-HIGH
031300                 DELIMITED BY SIZE INTO WS-ERROR-TEXT
031400             PERFORM 8000-REPORT-ERROR
031500         END-IF
031600     END-IF.
031700*=================================================================
031800*    1410-CHECK-ONE-BOUNDARY - PARTITION WS-PX AGAINST THE ONE
031900*    BEFORE IT: A GAP, AN OVERLAP (OR CARDS OUT OF KEY ORDER),
032000*    OR THE SAME PARTITION NAMED TWICE
032100*=================================================================
032200 1410-CHECK-ONE-BOUNDARY.
032300     COMPUTE WS-PX-PRIOR = WS-PX - 1
032400     COMPUTE WS-NEXT-EXPECTED-KEY =
032500         WS-PT-KEY-HIGH (WS-PX-PRIOR) + 1
032600     IF WS-PT-KEY-LOW (WS-PX) > WS-NEXT-EXPECTED-KEY
032700         MOVE SPACES TO WS-ERROR-TEXT
032800         STRING 'GAP IN KEY RANGE BETWEEN PARTITION '
032900                WS-PT-PARTITION (WS-PX-PRIOR)
033000                ' AND PARTITION ' WS-PT-PARTITION (WS-PX)
033100             DELIMITED BY SIZE INTO WS-ERROR-TEXT
033200         PERFORM 8000-REPORT-ERROR
033300     END-IF
033400     IF WS-PT-KEY-LOW (WS-PX) < WS-NEXT-EXPECTED-KEY
033500         MOVE SPACES TO WS-ERROR-TEXT
033600         STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
033700                ' OVERLAPS OR PRECEDES PARTITION '
033800                WS-PT-PARTITION (WS-PX-PRIOR)
033900             DELIMITED BY SIZE INTO WS-ERROR-TEXT
034000         PERFORM 8000-REPORT-ERROR
034100     END-IF
034200     PERFORM 1420-CHECK-DUPLICATE-NAME
034300         VARYING WS-PY FROM 1 BY 1
034400         UNTIL WS-PY = WS-PX.
034500*=================================================================
034600*    1420-CHECK-DUPLICATE-NAME
034700*=================================================================
034800 1420-CHECK-DUPLICATE-NAME.
034900     IF WS-PT-PARTITION (WS-PY) = WS-PT-PARTITION (WS-PX)
035000         MOVE SPACES TO WS-ERROR-TEXT
035100         STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
035200                ' IS NAMED ON MORE THAN ONE P CARD'
035300             DELIMITED BY SIZE INTO WS-ERROR-TEXT
035400         PERFORM 8000-REPORT-ERROR
035500     END-IF.
035600*=================================================================
035700*    2000-MERGE-THE-EXTRACTS - ONE EXTRIN SEGMENT PER PLANNED
035800*    PARTITION, IN PLAN (KEY) ORDER, THEN THE MERGED TRAILER
035900*=================================================================
036000 2000-MERGE-THE-EXTRACTS.
036100     MOVE 'Y' TO WS-FILES-OPEN-SW
036200     OPEN INPUT EXTRIN-FILE
036300     IF FC-EXTRIN-STATUS NOT = '00'
036400         MOVE 'EXTRMRG' TO FERR-PROGRAM-ID
036500         MOVE 'EXTRIN' TO FERR-FILE-NAME
036600         MOVE 'OPEN' TO FERR-OPERATION
036700         MOVE FC-EXTRIN-STATUS TO FERR-STATUS
036800         MOVE SPACES TO FERR-RECORD
036900         CALL 'FILERR' USING FILE-ERROR-REQUEST
037000         MOVE 'N' TO WS-FILES-OPEN-SW
037100     END-IF
037200     OPEN OUTPUT EXTRACT-OUT
037300     IF FC-EXTRACT-STATUS NOT = '00'
037400         MOVE 'EXTRMRG' TO FERR-PROGRAM-ID
037500         MOVE 'EXTRACT' TO FERR-FILE-NAME
037600         MOVE 'OPEN' TO FERR-OPERATION
037700         MOVE FC-EXTRACT-STATUS TO FERR-STATUS
037800         MOVE SPACES TO FERR-RECORD
037900         CALL 'FILERR' USING FILE-ERROR-REQUEST
038000         MOVE 'N' TO WS-FILES-OPEN-SW
038100     END-IF
038200     IF WS-FILES-OPEN
038300         PERFORM 2100-MERGE-ONE-PARTITION
038400             VARYING WS-PX FROM 1 BY 1
038500             UNTIL WS-PX > WS-PARTITION-COUNT
038600         PERFORM 2800-READ-EXTRIN
038700         IF NOT WS-EXTRIN-EOF
038800             MOVE 'EXTRIN HAS ROWS PAST THE LAST PARTITION'
038900                 TO WS-ERROR-TEXT
039000             PERFORM 8000-REPORT-ERROR
039100         END-IF
039200         PERFORM 2900-WRITE-MERGED-TRAILER
039300     ELSE
039400         MOVE 'EXTRIN OR EXTRACT NOT OPEN - NOTHING MERGED'
039500             TO WS-ERROR-TEXT
039600         PERFORM 8000-REPORT-ERROR
039700     END-IF
039800     CLOSE EXTRIN-FILE
039900     CLOSE EXTRACT-OUT.
040000*=================================================================
040100*    2100-MERGE-ONE-PARTITION - ROWS UP TO AND INCLUDING THE
040200*    PARTITION'S OWN TRAILER
040300*=================================================================
040400 2100-MERGE-ONE-PARTITION.
040500     MOVE ZERO TO WS-SEGMENT-ROWS
040600     MOVE ZERO TO WS-SEGMENT-HASH
040700     MOVE ZERO TO WS-SEGMENT-STRAYS
040800     MOVE 'N' TO WS-SEGMENT-END-SW
040900     PERFORM 2200-MERGE-ONE-LINE
041000         UNTIL WS-SEGMENT-END.
041100*=================================================================
041200*    2200-MERGE-ONE-LINE
041300*=================================================================
041400 2200-MERGE-ONE-LINE.
041500     PERFORM 2800-READ-EXTRIN
041600     IF WS-EXTRIN-EOF
041700         MOVE 'Y' TO WS-SEGMENT-END-SW
041800         MOVE SPACES TO WS-ERROR-TEXT
041900         STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
042000                ' EXTRACT MISSING OR HAS NO TRAILER'
042100             DELIMITED BY SIZE INTO WS-ERROR-TEXT
042200         PERFORM 8000-REPORT-ERROR
042300     ELSE
042400         IF WS-IT-IS-TRAILER
042500             MOVE 'Y' TO WS-SEGMENT-END-SW
042600             PERFORM 2400-CHECK-PARTITION-TRAILER
042700         ELSE
042800             PERFORM 2300-WRITE-DETAIL-ROW
042900         END-IF
043000     END-IF.
043100*=================================================================
043200*    2300-WRITE-DETAIL-ROW - THE ROW'S KEY MUST LIE IN ITS
043300*    PARTITION'S RANGE; THE FIRST STRAY PER PARTITION IS SHOWN
043400*=================================================================
043500 2300-WRITE-DETAIL-ROW.
043600     IF WS-IN-COL1 IS NOT NUMERIC
043700         PERFORM 2310-NOTE-STRAY-ROW
043800     ELSE
043900         IF WS-IN-COL1 < WS-PT-KEY-LOW (WS-PX)
044000             OR WS-IN-COL1 > WS-PT-KEY-HIGH (WS-PX)
044100             PERFORM 2310-NOTE-STRAY-ROW
044200         END-IF
044300         ADD WS-IN-COL1 TO WS-SEGMENT-HASH
044400         IF WS-SEGMENT-HASH > WS-HASH-LIMIT
044500             SUBTRACT WS-HASH-LIMIT FROM WS-SEGMENT-HASH
044600         END-IF
044700         ADD WS-IN-COL1 TO WS-COLUMN-HASH
044800         IF WS-COLUMN-HASH > WS-HASH-LIMIT
044900             SUBTRACT WS-HASH-LIMIT FROM WS-COLUMN-HASH
045000         END-IF
045100     END-IF
046100     WRITE EXTRACT-LINE FROM WS-EXTRACT-IN-DETAIL
046200     ADD 1 TO WS-SEGMENT-ROWS
046300     ADD 1 TO WS-ROWS-WRITTEN.
046301*=================================================================
046302*    2310-NOTE-STRAY-ROW
046303*=================================================================
046304 2310-NOTE-STRAY-ROW.
046305     ADD 1 TO WS-SEGMENT-STRAYS
046306     IF WS-SEGMENT-STRAYS = 1
046307         MOVE SPACES TO WS-ERROR-TEXT
046308         STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
046309                ' ROW KEY ' WS-EXTRACT-IN-DETAIL (1:10)
046310                ' IS OUTSIDE ITS KEY RANGE'
046311             DELIMITED BY SIZE INTO WS-ERROR-TEXT
046312         PERFORM 8000-REPORT-ERROR
046313     END-IF.
046400*=================================================================
046500*    2400-CHECK-PARTITION-TRAILER - RIGHT PARTITION, ROW COUNT
046600*    AND HASH AGREE WITH THE ROWS READ, SAME F/D MODE AS THE
046700*    OTHER PARTITIONS; ROLL ITS COUNTS INTO THE MERGED TOTALS
046800*=================================================================
046900 2400-CHECK-PARTITION-TRAILER.
047000     IF WS-IT-PARTITION NOT = WS-PT-PARTITION (WS-PX)
047100         MOVE SPACES TO WS-ERROR-TEXT
047200         STRING 'EXPECTED PARTITION ' WS-PT-PARTITION (WS-PX)
047300                ' BUT FOUND THE TRAILER FOR PART='
047400                WS-IT-PARTITION
047500             DELIMITED BY SIZE INTO WS-ERROR-TEXT
047600         PERFORM 8000-REPORT-ERROR
047700     END-IF
047800     IF WS-IT-ROW-COUNT IS NOT NUMERIC
047900         OR WS-IT-COLUMN-HASH IS NOT NUMERIC
048000         OR WS-IT-BASE-COUNT IS NOT NUMERIC
048100         OR WS-IT-DELTA-COUNT IS NOT NUMERIC
048200         MOVE SPACES TO WS-ERROR-TEXT
048300         STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
048400                ' TRAILER IS NOT READABLE'
048500             DELIMITED BY SIZE INTO WS-ERROR-TEXT
048600         PERFORM 8000-REPORT-ERROR
048700     ELSE
048800         PERFORM 2410-BALANCE-PARTITION-TRAILER
048900     END-IF.
049000*=================================================================
049100*    2410-BALANCE-PARTITION-TRAILER
049200*=================================================================
049300 2410-BALANCE-PARTITION-TRAILER.
049400     IF WS-IT-ROW-COUNT NOT = WS-SEGMENT-ROWS
049500         MOVE SPACES TO WS-ERROR-TEXT
049600         STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
049700                ' TRAILER ROWS=' WS-IT-ROW-COUNT
049800                ' BUT ROWS READ=' WS-SEGMENT-ROWS
049900             DELIMITED BY SIZE INTO WS-ERROR-TEXT
050000         PERFORM 8000-REPORT-ERROR
050100     END-IF
050200     IF WS-IT-COLUMN-HASH NOT = WS-SEGMENT-HASH
050300         MOVE SPACES TO WS-ERROR-TEXT
050400         STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
050500                ' TRAILER HASH DOES NOT MATCH ITS ROWS'
050600             DELIMITED BY SIZE INTO WS-ERROR-TEXT
050700         PERFORM 8000-REPORT-ERROR
050800     END-IF
050900     IF WS-MERGED-MODE = SPACE
051000         MOVE WS-IT-MODE TO WS-MERGED-MODE
051100     END-IF
051200     IF WS-IT-MODE NOT = WS-MERGED-MODE
051300         MOVE SPACES TO WS-ERROR-TEXT
051400         STRING 'PARTITION ' WS-PT-PARTITION (WS-PX)
051500                ' RAN MODE=' WS-IT-MODE
051600                ' BUT EARLIER PARTITIONS RAN MODE='
051700                WS-MERGED-MODE
051800             DELIMITED BY SIZE INTO WS-ERROR-TEXT
051900         PERFORM 8000-REPORT-ERROR
052000     END-IF
052100     ADD WS-IT-ROW-COUNT TO WS-TRAILER-ROWS
052200     ADD WS-IT-BASE-COUNT TO WS-TRAILER-BASE
052300     ADD WS-IT-DELTA-COUNT TO WS-TRAILER-DELTA
052400     DISPLAY 'EXTRMRG: PARTITION ' WS-PT-PARTITION (WS-PX)
052500         ' KEYS ' WS-PT-KEY-LOW (WS-PX)
052600         '-' WS-PT-KEY-HIGH (WS-PX)
052700         ' ROWS=' WS-SEGMENT-ROWS.
052800*=================================================================
052900*    2800-READ-EXTRIN
053000*=================================================================
053100 2800-READ-EXTRIN.
053200     IF NOT WS-EXTRIN-EOF
053300         READ EXTRIN-FILE INTO WS-EXTRACT-IN-DETAIL
053400             AT END
053500                 MOVE 'Y' TO WS-EXTRIN-EOF-SW
053600         END-READ
053700     END-IF.
053800*=================================================================
053900*    2900-WRITE-MERGED-TRAILER - ROWS MERGED MUST EQUAL THE SUM
054000*    OF THE PARTITION TRAILERS; THE TRAILER IS WITHHELD FROM AN
054100*    EXTRACT THAT FAILED ANY CHECK
054200*=================================================================
054300 2900-WRITE-MERGED-TRAILER.
054400     IF WS-ROWS-WRITTEN NOT = WS-TRAILER-ROWS
054500         MOVE SPACES TO WS-ERROR-TEXT
054600         STRING 'ROWS MERGED=' WS-ROWS-WRITTEN
054700                ' BUT PARTITION TRAILERS TOTAL '
054800                WS-TRAILER-ROWS
054900             DELIMITED BY SIZE INTO WS-ERROR-TEXT
055000         PERFORM 8000-REPORT-ERROR
055100     END-IF
055200     IF WS-ERRORS-FOUND = ZERO
055300         MOVE WS-ROWS-WRITTEN TO WS-TR-ROW-COUNT
055400         MOVE WS-COLUMN-HASH TO WS-TR-COLUMN-HASH
055500         MOVE WS-MERGED-MODE TO WS-TR-MODE
055600         MOVE WS-TRAILER-BASE TO WS-TR-BASE-COUNT
055700         MOVE WS-TRAILER-DELTA TO WS-TR-DELTA-COUNT
055800         WRITE EXTRACT-LINE FROM WS-EXTRACT-TRAILER
055900         DISPLAY 'EXTRMRG: ' WS-PARTITION-COUNT
056000             ' PARTITIONS MERGED, ROWS=' WS-ROWS-WRITTEN
056100             ' MODE=' WS-MERGED-MODE
056200     END-IF.
056300*=================================================================
056400*    8000-REPORT-ERROR
056500*=================================================================
056600 8000-REPORT-ERROR.
056700     ADD 1 TO WS-ERRORS-FOUND
056800     DISPLAY 'EXTRMRG: ' WS-ERROR-TEXT.
056900*=================================================================
057000*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
057100*=================================================================
057200 9000-DISPLAY-VERSION-TRAILER.
057300     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='EXTRMRG -'==
057400                             ==:LINECOUNT:== BY
057500                                 WS-ROWS-WRITTEN.
