000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SHRKRPT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY SHRINKAGE AND
001200*                   LOSS-PREVENTION REPORT.
001300*=================================================================
001400*  READS THE CUMULATIVE SHRKHIST SHRINKAGE HISTORY THAT DRIFTCHK
001500*  AND RECON APPEND TO NIGHTLY (SEE SHRKREC) AND PRINTS THREE
001600*  SECTIONS FOR THE MONTH:
001700*    - SHRINK RATE BY STORE AND MEDIA FORMAT: THE DRIFT SHORT
001800*      AND OVER AND THE COPIES COUNTS CAME UP MISSING IN THE
001900*      MONTH, AGAINST THE COPIES IN SERVICE THERE TODAY (ON THE
002000*      SHELF, RENTED, OR IN TRANSIT).  SHRINK IS THE DRIFT
002100*      SHORTFALL PLUS THE COPIES MISSED.
002200*    - COPIES MISSING ON CONSECUTIVE COUNTS: A COPY THE SCAN
002300*      MISSED AGAIN WITHOUT BEING SEEN SINCE ITS LAST MISS, AND
002400*      NOT COUNTED SINCE, WITH THE CLERKS ON SHIFT THE NIGHT OF
002500*      THE FIRST MISS IN THE RUN.
002600*    - TITLES CHRONICALLY SHORT: TITLES SHORT ON AT LEAST THE
002700*      SHRKCARD NUMBER OF NIGHTS (DEFAULT 3) IN THE WINDOW OF
002800*      MONTHS ENDING WITH THE REPORT MONTH (DEFAULT 6), WITH THE
002900*      CLERKS ON SHIFT FOR THE FIRST MISS IN THE WINDOW.
003000*  SHRKHIST IS APPENDED ONE NIGHT AT A TIME AND SO IS READ IN
003100*  DATE ORDER; LINES AFTER THE REPORT MONTH ARE IGNORED, SO A
003200*  PAST MONTH CAN BE RERUN.
003300*  SHRKCARD: YYYYMM IN COLUMNS 1-6 (DEFAULT THE BUSINESS-DATE
003400*  MONTH), CHRONIC NIGHTS IN COLUMNS 8-9, WINDOW MONTHS IN
003500*  COLUMNS 11-12.
003600*=================================================================
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004700         FILE STATUS IS FC-VIDOFILE-STATUS.
004800     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS COPY-KEY OF COPY-RECORD
005200         FILE STATUS IS FC-CPYFILE-STATUS.
005300     SELECT OPTIONAL SHRKHIST-FILE ASSIGN TO 'SHRKHIST'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FC-SHRKHIST-STATUS.
005600     SELECT OPTIONAL SHRKCARD-FILE ASSIGN TO 'SHRKCARD'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FC-SHRKCARD-STATUS.
005900     SELECT SHRKRPT-RPT ASSIGN TO 'SHRKRPT'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FC-SHRKRPT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  VIDOFILE.
006500 COPY VIDOREC.
006600 FD  CPYFILE.
006700 COPY COPYREC.
006800 FD  SHRKHIST-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000 COPY SHRKREC.
007100 FD  SHRKCARD-FILE
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  SHRKCARD-CARD.
007400     05  SK-PERIOD-YYYYMM           PIC 9(6).
007500     05  FILLER                     PIC X(1).
007600     05  SK-CHRONIC-NIGHTS          PIC 9(2).
007700     05  FILLER                     PIC X(1).
007800     05  SK-WINDOW-MONTHS           PIC 9(2).
007900     05  FILLER                     PIC X(68).
008000 FD  SHRKRPT-RPT
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  SHRKRPT-LINE                   PIC X(80).
008300 WORKING-STORAGE SECTION.
008400*=================================================================
008500 COPY VERSTAMP.
008600 01  FC-STATUSES.
008700     05  FC-VIDOFILE-STATUS         PIC X(2).
008800     05  FC-CPYFILE-STATUS          PIC X(2).
008900     05  FC-SHRKHIST-STATUS         PIC X(2).
009000     05  FC-SHRKCARD-STATUS         PIC X(2).
009100     05  FC-SHRKRPT-STATUS          PIC X(2).
009200 01  WS-SWITCHES.
009300     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
009400         88  WS-LOAD-EOF            VALUE 'Y'.
009500     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
009600         88  WS-VIDOFILE-AVAIL      VALUE 'Y'.
009700     05  WS-CPYFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
009800         88  WS-CPYFILE-AVAIL       VALUE 'Y'.
009900     05  WS-FOUND-SINCE-SW          PIC X(1).
010000         88  WS-FOUND-SINCE         VALUE 'Y'.
010100 01  WS-CURRENT-DATE.
010200     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
010300 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
010310 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-YYYYMM.
010320     05  WS-PERIOD-YEAR             PIC 9(4).
010330     05  WS-PERIOD-MONTH            PIC 9(2).
010400 01  WS-CHRONIC-NIGHTS              PIC 9(2) VALUE 3.
010500 01  WS-WINDOW-MONTHS               PIC 9(2) VALUE 6.
010600 01  WS-WINDOW-START-YYYYMM         PIC 9(6).
010700 01  WS-MONTH-NUMBER                PIC 9(6).
010800 01  WS-WINDOW-YEAR                 PIC 9(4).
010900 01  WS-WINDOW-MONTH                PIC 9(2).
011000 01  WS-EVENT-YYYYMM                PIC 9(6).
011100 01  WS-LAST-VIDEO-CODE             PIC 9(5) VALUE ZERO.
011200 01  WS-LAST-FORMAT                 PIC X(1) VALUE SPACE.
011300 01  WS-FIND-STORE                  PIC 9(2).
011400 01  WS-FIND-SUB                    PIC 9(2).
011500 01  WS-SF-SUB                      PIC 9(2).
011600 01  WS-FMT-SUB                     PIC 9(1).
011700 01  WS-TITLE-NAME                  PIC X(22).
011800 01  WS-SHRINK-UNITS                PIC 9(5).
011900*=================================================================
012000*    FORMAT COLUMNS - VHS, DVD, BLU-RAY, ANYTHING ELSE
012100*=================================================================
012200 01  WS-FORMAT-LABEL-VALUES         PIC X(12)
012300                                    VALUE 'VHSDVDBLUOTH'.
012400 01  WS-FORMAT-LABELS REDEFINES WS-FORMAT-LABEL-VALUES.
012500     05  WS-FORMAT-LABEL            PIC X(3) OCCURS 4 TIMES.
012600*=================================================================
012700*    SHRINK BY STORE AND FORMAT FOR THE MONTH
012800*=================================================================
012900 01  WS-STORE-TABLE.
013000     05  WS-SF-COUNT                PIC 9(2) VALUE ZERO.
013100     05  WS-SF-ENTRY OCCURS 10 TIMES.
013200         10  WS-SF-STORE-CODE       PIC 9(2).
013300         10  WS-SF-FORMAT OCCURS 4 TIMES.
013400             15  WS-SF-COPIES       PIC 9(5).
013500             15  WS-SF-DRIFT-SHORT  PIC 9(5).
013600             15  WS-SF-DRIFT-OVER   PIC 9(5).
013700             15  WS-SF-MISSED       PIC 9(5).
013800 01  WS-GRAND-TOTALS.
013900     05  WS-GT-COPIES               PIC 9(5).
014000     05  WS-GT-DRIFT-SHORT          PIC 9(5).
014100     05  WS-GT-DRIFT-OVER           PIC 9(5).
014200     05  WS-GT-MISSED               PIC 9(5).
014300*=================================================================
014400*    TITLES SHORT IN THE WINDOW
014500*=================================================================
014600 01  WS-TITLE-TABLE.
014700     05  WS-TT-COUNT                PIC 9(3) VALUE ZERO.
014800     05  WS-TT-ENTRY OCCURS 500 TIMES
014900                     INDEXED BY WS-TT-IDX.
015000         10  WS-TT-VIDEO-CODE       PIC 9(5).
015100         10  WS-TT-STORE-CODE       PIC 9(2).
015200         10  WS-TT-NIGHTS           PIC 9(3).
015300         10  WS-TT-UNITS            PIC 9(4).
015400         10  WS-TT-PERIOD-UNITS     PIC 9(4).
015500         10  WS-TT-LAST-DATE        PIC 9(8).
015600         10  WS-TT-FIRST-DATE       PIC 9(8).
015700         10  WS-TT-OPERATORS        PIC X(12).
015800 01  WS-TT-SUB                      PIC 9(3).
015900*=================================================================
016000*    COPIES THE COUNTS HAVE MISSED, WITH THE CURRENT RUN OF
016100*    CONSECUTIVE MISSES
016200*=================================================================
016300 01  WS-COPY-TABLE.
016400     05  WS-CC-COUNT                PIC 9(3) VALUE ZERO.
016500     05  WS-CC-ENTRY OCCURS 500 TIMES
016600                     INDEXED BY WS-CC-IDX.
016700         10  WS-CC-VIDEO-CODE       PIC 9(5).
016800         10  WS-CC-COPY-NUMBER      PIC 9(3).
016900         10  WS-CC-STORE-CODE       PIC 9(2).
017000         10  WS-CC-STREAK           PIC 9(2).
017100         10  WS-CC-LAST-DATE        PIC 9(8).
017200         10  WS-CC-FIRST-DATE       PIC 9(8).
017300         10  WS-CC-OPERATORS        PIC X(12).
017400 01  WS-CC-SUB                      PIC 9(3).
017500 01  WS-COUNTERS.
017600     05  WS-HISTORY-LINES           PIC 9(7) VALUE ZERO.
017700     05  WS-PERIOD-LINES            PIC 9(7) VALUE ZERO.
017800     05  WS-COPIES-IN-SERVICE       PIC 9(7) VALUE ZERO.
017900     05  WS-CONSECUTIVE-COPIES      PIC 9(5) VALUE ZERO.
018000     05  WS-CHRONIC-TITLES          PIC 9(5) VALUE ZERO.
018100     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
018200 01  WS-HEAD-LINE.
018300     05  FILLER                     PIC X(42)
018400         VALUE ' SHRINKAGE AND LOSS-PREVENTION REPORT  FOR'.
018500     05  FILLER                     PIC X(1)  VALUE SPACE.
018600     05  HD-PERIOD                  PIC 9(6).
018700     05  FILLER                     PIC X(31) VALUE SPACE.
018800 01  WS-RATE-TITLE-LINE.
018900     05  FILLER                     PIC X(40)
019000         VALUE ' SHRINK RATE BY STORE AND FORMAT        '.
019100     05  FILLER                     PIC X(40) VALUE SPACE.
019200 01  WS-RATE-COLUMN-LINE.
019300     05  FILLER                     PIC X(40)
019400         VALUE '   ST  FMT  COPIES  D-SHORT   D-OVER   M'.
019500     05  FILLER                     PIC X(40)
019600         VALUE 'ISSED   SHRINK  RATE%                   '.
019700 01  WS-RATE-DETAIL.
019800     05  FILLER                     PIC X(3)  VALUE SPACE.
019900     05  RD-STORE-CODE              PIC X(2).
020000     05  FILLER                     PIC X(2)  VALUE SPACE.
020100     05  RD-FORMAT                  PIC X(3).
020200     05  FILLER                     PIC X(3)  VALUE SPACE.
020300     05  RD-COPIES                  PIC ZZZZ9.
020400     05  FILLER                     PIC X(4)  VALUE SPACE.
020500     05  RD-DRIFT-SHORT             PIC ZZZZ9.
020600     05  FILLER                     PIC X(4)  VALUE SPACE.
020700     05  RD-DRIFT-OVER              PIC ZZZZ9.
020800     05  FILLER                     PIC X(4)  VALUE SPACE.
020900     05  RD-MISSED                  PIC ZZZZ9.
021000     05  FILLER                     PIC X(4)  VALUE SPACE.
021100     05  RD-SHRINK                  PIC ZZZZ9.
021200     05  FILLER                     PIC X(2)  VALUE SPACE.
021300     05  RD-RATE                    PIC ZZ9.99.
021400     05  FILLER                     PIC X(20) VALUE SPACE.
021500 01  WS-CONSEC-TITLE-LINE.
021600     05  FILLER                     PIC X(40)
021700         VALUE ' COPIES MISSING ON CONSECUTIVE COUNTS   '.
021800     05  FILLER                     PIC X(40) VALUE SPACE.
021900 01  WS-CONSEC-COLUMN-LINE.
022000     05  FILLER                     PIC X(40)
022100         VALUE ' CODE/CPY   ST  TITLE                   '.
022200     05  FILLER                     PIC X(40)
022300         VALUE '  CNT  FIRST MISS  CLERKS ON SHIFT      '.
022400 01  WS-CONSEC-DETAIL.
022500     05  FILLER                     PIC X(1)  VALUE SPACE.
022600     05  CD-VIDEO-CODE              PIC 9(5).
022700     05  FILLER                     PIC X(1)  VALUE '/'.
022800     05  CD-COPY-NUMBER             PIC 9(3).
022900     05  FILLER                     PIC X(2)  VALUE SPACE.
023000     05  CD-STORE-CODE              PIC Z9.
023100     05  FILLER                     PIC X(2)  VALUE SPACE.
023200     05  CD-TITLE                   PIC X(22).
023300     05  FILLER                     PIC X(4)  VALUE SPACE.
023400     05  CD-STREAK                  PIC Z9.
023500     05  FILLER                     PIC X(4)  VALUE SPACE.
023600     05  CD-FIRST-DATE              PIC 9(8).
023700     05  FILLER                     PIC X(2)  VALUE SPACE.
023800     05  CD-OPERATORS               PIC X(15).
023900     05  FILLER                     PIC X(7)  VALUE SPACE.
024000 01  WS-CHRONIC-TITLE-LINE.
024100     05  FILLER                     PIC X(40)
024200         VALUE ' TITLES CHRONICALLY SHORT - NIGHTS SHORT'.
024300     05  FILLER                     PIC X(4)  VALUE ' AT '.
024400     05  CT-CHRONIC-NIGHTS          PIC Z9.
024500     05  FILLER                     PIC X(10) VALUE ' OR MORE, '.
024600     05  CT-WINDOW-MONTHS           PIC Z9.
024700     05  FILLER                     PIC X(22)
024800         VALUE ' MONTHS               '.
024900 01  WS-CHRONIC-COLUMN-LINE.
025000     05  FILLER                     PIC X(40)
025100         VALUE '  CODE  ST  TITLE                    NTS'.
025200     05  FILLER                     PIC X(40)
025300         VALUE '  UNIT  MNTH  FIRST MISS  CLERKS        '.
025400 01  WS-CHRONIC-DETAIL.
025500     05  FILLER                     PIC X(1)  VALUE SPACE.
025600     05  CH-VIDEO-CODE              PIC 9(5).
025700     05  FILLER                     PIC X(2)  VALUE SPACE.
025800     05  CH-STORE-CODE              PIC Z9.
025900     05  FILLER                     PIC X(2)  VALUE SPACE.
026000     05  CH-TITLE                   PIC X(22).
026100     05  FILLER                     PIC X(3)  VALUE SPACE.
026200     05  CH-NIGHTS                  PIC ZZ9.
026300     05  FILLER                     PIC X(2)  VALUE SPACE.
026400     05  CH-UNITS                   PIC ZZZ9.
026500     05  FILLER                     PIC X(2)  VALUE SPACE.
026600     05  CH-PERIOD-UNITS            PIC ZZZ9.
026700     05  FILLER                     PIC X(2)  VALUE SPACE.
026800     05  CH-FIRST-DATE              PIC 9(8).
026900     05  FILLER                     PIC X(2)  VALUE SPACE.
027000     05  CH-OPERATORS               PIC X(15).
027100     05  FILLER                     PIC X(1)  VALUE SPACE.
027200 01  WS-NONE-LINE.
027300     05  FILLER                     PIC X(40)
027400         VALUE '   NONE                                 '.
027500     05  FILLER                     PIC X(40) VALUE SPACE.
027600 PROCEDURE DIVISION.
027700*=================================================================
027800 0000-MAINLINE.
027900     PERFORM 0900-DISPLAY-VERSION-STAMP
028000     PERFORM 1000-INITIALIZE
028100     PERFORM 2000-COUNT-THE-COPIES
028200     PERFORM 3000-READ-THE-HISTORY
028300     PERFORM 4000-PRINT-STORE-FORMAT
028400     PERFORM 4500-PRINT-CONSECUTIVE
028500     PERFORM 5000-PRINT-CHRONIC
028600     PERFORM 6000-TERMINATE
028700     PERFORM 9000-DISPLAY-VERSION-TRAILER
028800     STOP RUN.
028900*=================================================================
029000*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
029100*=================================================================
029200 0900-DISPLAY-VERSION-STAMP.
029300     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SHRKRPT -'==
029400                             ==:PROGVERS:== BY =='Version 001'==.
029500*=================================================================
029600*    1000-INITIALIZE - THE MONTH AND WINDOW, OPEN THE FILES
029700*=================================================================
029800 1000-INITIALIZE.
029900     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
030000     MOVE WS-CURRENT-DATE-YYYYMMDD (1:6) TO WS-PERIOD-YYYYMM
030100     PERFORM 1050-LOAD-CONTROL-CARD
030200     PERFORM 1080-SET-THE-WINDOW
030300     OPEN INPUT VIDOFILE
030400     IF FC-VIDOFILE-STATUS = '00'
030500         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
030600     END-IF
030700     OPEN INPUT CPYFILE
030800     IF FC-CPYFILE-STATUS = '00'
030900         MOVE 'Y' TO WS-CPYFILE-AVAIL-SW
031000     END-IF
031100     OPEN OUTPUT SHRKRPT-RPT
031200     MOVE WS-PERIOD-YYYYMM TO HD-PERIOD
031300     WRITE SHRKRPT-LINE FROM WS-HEAD-LINE
031400     ADD 1 TO WS-REPORT-LINES.
031500*=================================================================
031600*    1050-LOAD-CONTROL-CARD - MONTH OVERRIDE FOR A LATE RUN,
031700*    CHRONIC THRESHOLD AND WINDOW
031800*=================================================================
031900 1050-LOAD-CONTROL-CARD.
032000     OPEN INPUT SHRKCARD-FILE
032100     IF FC-SHRKCARD-STATUS = '00'
032200         READ SHRKCARD-FILE
032300             AT END
032400                 CONTINUE
032500             NOT AT END
032600                 IF SK-PERIOD-YYYYMM NUMERIC
032700                     AND SK-PERIOD-YYYYMM > ZERO
032800                     MOVE SK-PERIOD-YYYYMM
032900                         TO WS-PERIOD-YYYYMM
033000                 END-IF
033100                 IF SK-CHRONIC-NIGHTS NUMERIC
033200                     AND SK-CHRONIC-NIGHTS > ZERO
033300                     MOVE SK-CHRONIC-NIGHTS
033400                         TO WS-CHRONIC-NIGHTS
033500                 END-IF
033600                 IF SK-WINDOW-MONTHS NUMERIC
033700                     AND SK-WINDOW-MONTHS > ZERO
033800                     MOVE SK-WINDOW-MONTHS
033900                         TO WS-WINDOW-MONTHS
034000                 END-IF
034100         END-READ
034200     END-IF
034300     CLOSE SHRKCARD-FILE.
034400*=================================================================
034500*    1080-SET-THE-WINDOW - FIRST MONTH OF THE CHRONIC WINDOW,
034600*    COUNTING THE REPORT MONTH AS THE LAST
034700*=================================================================
034800 1080-SET-THE-WINDOW.
034900     COMPUTE WS-MONTH-NUMBER =
035000         WS-PERIOD-YEAR * 12
035100         + WS-PERIOD-MONTH - 1
035200         - (WS-WINDOW-MONTHS - 1)
035300     DIVIDE WS-MONTH-NUMBER BY 12
035400         GIVING WS-WINDOW-YEAR
035500         REMAINDER WS-WINDOW-MONTH
035600     ADD 1 TO WS-WINDOW-MONTH
035700     COMPUTE WS-WINDOW-START-YYYYMM =
035800         WS-WINDOW-YEAR * 100 + WS-WINDOW-MONTH.
035900*=================================================================
036000*    2000-COUNT-THE-COPIES - COPIES IN SERVICE BY STORE AND
036100*    FORMAT, THE BASE FOR THE SHRINK RATE
036200*=================================================================
036300 2000-COUNT-THE-COPIES.
036400     MOVE 'N' TO WS-LOAD-EOF-SW
036500     IF NOT WS-CPYFILE-AVAIL
036600         MOVE 'Y' TO WS-LOAD-EOF-SW
036700     END-IF
036800     PERFORM 2100-COUNT-ONE-COPY
036900         UNTIL WS-LOAD-EOF.
037000*=================================================================
037100*    2100-COUNT-ONE-COPY
037200*=================================================================
037300 2100-COUNT-ONE-COPY.
037400     READ CPYFILE NEXT RECORD
037500         AT END
037600             MOVE 'Y' TO WS-LOAD-EOF-SW
037700     END-READ
037800     IF NOT WS-LOAD-EOF
037900         AND (COPY-ON-SHELF OR COPY-RENTED OR COPY-IN-TRANSIT)
038000         PERFORM 2700-FORMAT-OF-THE-COPY
038100         MOVE COPY-STORE-CODE TO WS-FIND-STORE
038200         PERFORM 2800-FIND-THE-STORE
038300         IF WS-SF-SUB > ZERO
038400             ADD 1 TO WS-SF-COPIES (WS-SF-SUB, WS-FMT-SUB)
038500             ADD 1 TO WS-COPIES-IN-SERVICE
038600         END-IF
038700     END-IF.
038800*=================================================================
038900*    2700-FORMAT-OF-THE-COPY - THE TITLE'S MEDIA FORMAT COLUMN,
039000*    KEEPING THE LAST TITLE READ
039100*=================================================================
039200 2700-FORMAT-OF-THE-COPY.
039300     IF COPY-VIDEO-CODE NOT = WS-LAST-VIDEO-CODE
039400         MOVE COPY-VIDEO-CODE TO WS-LAST-VIDEO-CODE
039500         MOVE SPACE TO WS-LAST-FORMAT
039600         IF WS-VIDOFILE-AVAIL
039700             MOVE COPY-VIDEO-CODE TO VIDEO-CODE
039800             READ VIDOFILE
039900                 NOT INVALID KEY
040000                     MOVE VIDEO-MEDIA-FORMAT TO WS-LAST-FORMAT
040100             END-READ
040200         END-IF
040300     END-IF
040400     PERFORM 2750-SET-FORMAT-COLUMN.
040500*=================================================================
040600*    2750-SET-FORMAT-COLUMN - WS-LAST-FORMAT TO ITS COLUMN
040700*=================================================================
040800 2750-SET-FORMAT-COLUMN.
040900     EVALUATE WS-LAST-FORMAT
041000         WHEN 'V'
041100             MOVE 1 TO WS-FMT-SUB
041200         WHEN 'D'
041300             MOVE 2 TO WS-FMT-SUB
041400         WHEN 'B'
041500             MOVE 3 TO WS-FMT-SUB
041600         WHEN OTHER
041700             MOVE 4 TO WS-FMT-SUB
041800     END-EVALUATE.
041900*=================================================================
042000*    2800-FIND-THE-STORE - WS-FIND-STORE'S ROW, ADDED ON FIRST
042100*    SIGHT; ZERO WHEN THE TABLE IS FULL
042200*=================================================================
042300 2800-FIND-THE-STORE.
042400     MOVE ZERO TO WS-SF-SUB
042500     PERFORM 2810-CHECK-ONE-STORE
042600         VARYING WS-FIND-SUB FROM 1 BY 1
042700         UNTIL WS-FIND-SUB > WS-SF-COUNT
042800            OR WS-SF-SUB > ZERO
042900     IF WS-SF-SUB = ZERO
043000         AND WS-SF-COUNT < 10
043100         ADD 1 TO WS-SF-COUNT
043200         MOVE WS-SF-COUNT TO WS-SF-SUB
043300         INITIALIZE WS-SF-ENTRY (WS-SF-SUB)
043400         MOVE WS-FIND-STORE TO WS-SF-STORE-CODE (WS-SF-SUB)
043500     END-IF.
043600*=================================================================
043700*    2810-CHECK-ONE-STORE
043800*=================================================================
043900 2810-CHECK-ONE-STORE.
044000     IF WS-SF-STORE-CODE (WS-FIND-SUB) = WS-FIND-STORE
044100         MOVE WS-FIND-SUB TO WS-SF-SUB
044200     END-IF.
044300*=================================================================
044400*    3000-READ-THE-HISTORY - EVERY SHRKHIST LINE UP TO THE END
044500*    OF THE REPORT MONTH
044600*=================================================================
044700 3000-READ-THE-HISTORY.
044800     MOVE 'N' TO WS-LOAD-EOF-SW
044900     OPEN INPUT SHRKHIST-FILE
045000     IF FC-SHRKHIST-STATUS NOT = '00'
045100         MOVE 'Y' TO WS-LOAD-EOF-SW
045200     END-IF
045300     PERFORM 3100-TAKE-ONE-EVENT
045400         UNTIL WS-LOAD-EOF
045500     CLOSE SHRKHIST-FILE.
045600*=================================================================
045700*    3100-TAKE-ONE-EVENT
045800*=================================================================
045900 3100-TAKE-ONE-EVENT.
046000     READ SHRKHIST-FILE
046100         AT END
046200             MOVE 'Y' TO WS-LOAD-EOF-SW
046300     END-READ
046400     IF NOT WS-LOAD-EOF
046500         AND SHRK-EVENT-DATE NUMERIC
046600         AND SHRK-VIDEO-CODE NUMERIC
046700         AND SHRK-COPY-NUMBER NUMERIC
046800         AND SHRK-STORE-CODE NUMERIC
046900         AND SHRK-SHORT-QTY NUMERIC
047000         AND SHRK-OVER-QTY NUMERIC
047100         AND SHRK-LAST-SEEN-DATE NUMERIC
047200         MOVE SHRK-EVENT-DATE (1:6) TO WS-EVENT-YYYYMM
047300         IF WS-EVENT-YYYYMM NOT > WS-PERIOD-YYYYMM
047400             ADD 1 TO WS-HISTORY-LINES
047500             IF WS-EVENT-YYYYMM = WS-PERIOD-YYYYMM
047600                 ADD 1 TO WS-PERIOD-LINES
047700                 PERFORM 3200-TALLY-STORE-FORMAT
047800             END-IF
047900             IF SHRK-SHORT-QTY > ZERO
048000                 AND WS-EVENT-YYYYMM
048100                     NOT < WS-WINDOW-START-YYYYMM
048200                 PERFORM 3300-TALLY-THE-TITLE
048300             END-IF
048400             IF SHRK-SHORT-QTY > ZERO
048500                 AND SHRK-FROM-COUNT
048600                 AND SHRK-COPY-NUMBER > ZERO
048700                 PERFORM 3400-TALLY-THE-COPY
048800             END-IF
048900         END-IF
049000     END-IF.
049100*=================================================================
049200*    3200-TALLY-STORE-FORMAT - THE MONTH'S DRIFT AND MISSES
049300*=================================================================
049400 3200-TALLY-STORE-FORMAT.
049500     MOVE SHRK-MEDIA-FORMAT TO WS-LAST-FORMAT
049600     MOVE ZERO TO WS-LAST-VIDEO-CODE
049700     PERFORM 2750-SET-FORMAT-COLUMN
049800     MOVE SHRK-STORE-CODE TO WS-FIND-STORE
049900     PERFORM 2800-FIND-THE-STORE
050000     IF WS-SF-SUB > ZERO
050100         IF SHRK-FROM-DRIFT
050200             ADD SHRK-SHORT-QTY
050300                 TO WS-SF-DRIFT-SHORT (WS-SF-SUB, WS-FMT-SUB)
050400             ADD SHRK-OVER-QTY
050500                 TO WS-SF-DRIFT-OVER (WS-SF-SUB, WS-FMT-SUB)
050600         ELSE
050700             ADD SHRK-SHORT-QTY
050800                 TO WS-SF-MISSED (WS-SF-SUB, WS-FMT-SUB)
050900         END-IF
051000     END-IF.
051100*=================================================================
051200*    3300-TALLY-THE-TITLE - NIGHTS AND UNITS SHORT IN THE
051300*    WINDOW; THE FIRST MISS KEEPS ITS CLERKS
051400*=================================================================
051500 3300-TALLY-THE-TITLE.
051600     MOVE ZERO TO WS-TT-SUB
051700     IF WS-TT-COUNT > ZERO
051800         SET WS-TT-IDX TO 1
051900         SEARCH WS-TT-ENTRY
052000             AT END
052100                 CONTINUE
052200             WHEN WS-TT-IDX > WS-TT-COUNT
052300                 CONTINUE
052400             WHEN WS-TT-VIDEO-CODE (WS-TT-IDX) = SHRK-VIDEO-CODE
052500                 SET WS-TT-SUB TO WS-TT-IDX
052600         END-SEARCH
052700     END-IF
052800     IF WS-TT-SUB = ZERO
052900         AND WS-TT-COUNT < 500
053000         ADD 1 TO WS-TT-COUNT
053100         MOVE WS-TT-COUNT TO WS-TT-SUB
053200         INITIALIZE WS-TT-ENTRY (WS-TT-SUB)
053300         MOVE SHRK-VIDEO-CODE TO WS-TT-VIDEO-CODE (WS-TT-SUB)
053400         MOVE SHRK-STORE-CODE TO WS-TT-STORE-CODE (WS-TT-SUB)
053500         MOVE SHRK-EVENT-DATE TO WS-TT-FIRST-DATE (WS-TT-SUB)
053600         MOVE SHRK-SHIFT-OPERATORS
053700             TO WS-TT-OPERATORS (WS-TT-SUB)
053800     END-IF
053900     IF WS-TT-SUB > ZERO
054000         IF SHRK-EVENT-DATE NOT = WS-TT-LAST-DATE (WS-TT-SUB)
054100             ADD 1 TO WS-TT-NIGHTS (WS-TT-SUB)
054200             MOVE SHRK-EVENT-DATE TO WS-TT-LAST-DATE (WS-TT-SUB)
054300         END-IF
054400         ADD SHRK-SHORT-QTY TO WS-TT-UNITS (WS-TT-SUB)
054500         IF WS-EVENT-YYYYMM = WS-PERIOD-YYYYMM
054600             ADD SHRK-SHORT-QTY TO WS-TT-PERIOD-UNITS (WS-TT-SUB)
054700         END-IF
054800     END-IF.
054900*=================================================================
055000*    3400-TALLY-THE-COPY - A MISS EXTENDS THE COPY'S RUN WHEN
055100*    THE COPY HAS NOT BEEN SCANNED SINCE ITS LAST MISS; OTHERWISE
055200*    A NEW RUN STARTS WITH THIS NIGHT'S CLERKS
055300*=================================================================
055400 3400-TALLY-THE-COPY.
055500     MOVE ZERO TO WS-CC-SUB
055600     IF WS-CC-COUNT > ZERO
055700         SET WS-CC-IDX TO 1
055800         SEARCH WS-CC-ENTRY
055900             AT END
056000                 CONTINUE
056100             WHEN WS-CC-IDX > WS-CC-COUNT
056200                 CONTINUE
056300             WHEN WS-CC-VIDEO-CODE (WS-CC-IDX) = SHRK-VIDEO-CODE
056400              AND WS-CC-COPY-NUMBER (WS-CC-IDX) = SHRK-COPY-NUMBER
056500                 SET WS-CC-SUB TO WS-CC-IDX
056600         END-SEARCH
056700     END-IF
056800     IF WS-CC-SUB = ZERO
056900         AND WS-CC-COUNT < 500
057000         ADD 1 TO WS-CC-COUNT
057100         MOVE WS-CC-COUNT TO WS-CC-SUB
057200         INITIALIZE WS-CC-ENTRY (WS-CC-SUB)
057300         MOVE SHRK-VIDEO-CODE  TO WS-CC-VIDEO-CODE (WS-CC-SUB)
057400         MOVE SHRK-COPY-NUMBER TO WS-CC-COPY-NUMBER (WS-CC-SUB)
057500     END-IF
057600     IF WS-CC-SUB > ZERO
057700         AND SHRK-EVENT-DATE NOT = WS-CC-LAST-DATE (WS-CC-SUB)
057800         IF WS-CC-STREAK (WS-CC-SUB) > ZERO
057900             AND SHRK-LAST-SEEN-DATE
058000                 < WS-CC-LAST-DATE (WS-CC-SUB)
058100             IF WS-CC-STREAK (WS-CC-SUB) < 99
058200                 ADD 1 TO WS-CC-STREAK (WS-CC-SUB)
058300             END-IF
058400         ELSE
058500             MOVE 1 TO WS-CC-STREAK (WS-CC-SUB)
058600             MOVE SHRK-EVENT-DATE
058700                 TO WS-CC-FIRST-DATE (WS-CC-SUB)
058800             MOVE SHRK-SHIFT-OPERATORS
058900                 TO WS-CC-OPERATORS (WS-CC-SUB)
059000         END-IF
059100         MOVE SHRK-STORE-CODE TO WS-CC-STORE-CODE (WS-CC-SUB)
059200         MOVE SHRK-EVENT-DATE TO WS-CC-LAST-DATE (WS-CC-SUB)
059300     END-IF.
059400*=================================================================
059500*    4000-PRINT-STORE-FORMAT - ONE LINE PER STORE AND FORMAT
059600*    WITH COPIES OR SHRINK, THEN ALL STORES
059700*=================================================================
059800 4000-PRINT-STORE-FORMAT.
059900     MOVE SPACES TO SHRKRPT-LINE
060000     WRITE SHRKRPT-LINE
060100     WRITE SHRKRPT-LINE FROM WS-RATE-TITLE-LINE
060200     WRITE SHRKRPT-LINE FROM WS-RATE-COLUMN-LINE
060300     ADD 3 TO WS-REPORT-LINES
060400     INITIALIZE WS-GRAND-TOTALS
060500     PERFORM 4100-PRINT-ONE-STORE
060600         VARYING WS-SF-SUB FROM 1 BY 1
060700         UNTIL WS-SF-SUB > WS-SF-COUNT
060800     MOVE SPACES             TO RD-STORE-CODE
060900     MOVE 'ALL'              TO RD-FORMAT
061000     MOVE WS-GT-COPIES       TO RD-COPIES
061100     MOVE WS-GT-DRIFT-SHORT  TO RD-DRIFT-SHORT
061200     MOVE WS-GT-DRIFT-OVER   TO RD-DRIFT-OVER
061300     MOVE WS-GT-MISSED       TO RD-MISSED
061400     COMPUTE WS-SHRINK-UNITS = WS-GT-DRIFT-SHORT + WS-GT-MISSED
061500     MOVE WS-SHRINK-UNITS    TO RD-SHRINK
061600     MOVE ZERO               TO RD-RATE
061700     IF WS-GT-COPIES > ZERO
061800         COMPUTE RD-RATE ROUNDED =
061900             WS-SHRINK-UNITS * 100 / WS-GT-COPIES
062000     END-IF
062100     WRITE SHRKRPT-LINE FROM WS-RATE-DETAIL
062200     ADD 1 TO WS-REPORT-LINES.
062300*=================================================================
062400*    4100-PRINT-ONE-STORE
062500*=================================================================
062600 4100-PRINT-ONE-STORE.
062700     PERFORM 4110-PRINT-ONE-CELL
062800         VARYING WS-FMT-SUB FROM 1 BY 1
062900         UNTIL WS-FMT-SUB > 4.
063000*=================================================================
063100*    4110-PRINT-ONE-CELL - SHRINK IS THE DRIFT SHORTFALL PLUS
063200*    THE COPIES MISSED, AS A PERCENTAGE OF COPIES IN SERVICE
063300*=================================================================
063400 4110-PRINT-ONE-CELL.
063500     COMPUTE WS-SHRINK-UNITS =
063600         WS-SF-DRIFT-SHORT (WS-SF-SUB, WS-FMT-SUB)
063700         + WS-SF-MISSED (WS-SF-SUB, WS-FMT-SUB)
063800     IF WS-SF-COPIES (WS-SF-SUB, WS-FMT-SUB) > ZERO
063900         OR WS-SHRINK-UNITS > ZERO
064000         OR WS-SF-DRIFT-OVER (WS-SF-SUB, WS-FMT-SUB) > ZERO
064100         MOVE WS-SF-STORE-CODE (WS-SF-SUB) TO RD-STORE-CODE
064200         MOVE WS-FORMAT-LABEL (WS-FMT-SUB) TO RD-FORMAT
064300         MOVE WS-SF-COPIES (WS-SF-SUB, WS-FMT-SUB) TO RD-COPIES
064400         MOVE WS-SF-DRIFT-SHORT (WS-SF-SUB, WS-FMT-SUB)
064500             TO RD-DRIFT-SHORT
064600         MOVE WS-SF-DRIFT-OVER (WS-SF-SUB, WS-FMT-SUB)
064700             TO RD-DRIFT-OVER
064800         MOVE WS-SF-MISSED (WS-SF-SUB, WS-FMT-SUB) TO RD-MISSED
064900         MOVE WS-SHRINK-UNITS TO RD-SHRINK
065000         MOVE ZERO TO RD-RATE
065100         IF WS-SF-COPIES (WS-SF-SUB, WS-FMT-SUB) > ZERO
065200             COMPUTE RD-RATE ROUNDED = WS-SHRINK-UNITS * 100
065300                 / WS-SF-COPIES (WS-SF-SUB, WS-FMT-SUB)
065400         END-IF
065500         WRITE SHRKRPT-LINE FROM WS-RATE-DETAIL
065600         ADD 1 TO WS-REPORT-LINES
065700         ADD WS-SF-COPIES (WS-SF-SUB, WS-FMT-SUB)
065800             TO WS-GT-COPIES
065900         ADD WS-SF-DRIFT-SHORT (WS-SF-SUB, WS-FMT-SUB)
066000             TO WS-GT-DRIFT-SHORT
066100         ADD WS-SF-DRIFT-OVER (WS-SF-SUB, WS-FMT-SUB)
066200             TO WS-GT-DRIFT-OVER
066300         ADD WS-SF-MISSED (WS-SF-SUB, WS-FMT-SUB)
066400             TO WS-GT-MISSED
066500     END-IF.
066600*=================================================================
066700*    4500-PRINT-CONSECUTIVE - COPIES ON A RUN OF TWO OR MORE
066800*    MISSES ENDING IN THE WINDOW
066900*=================================================================
067000 4500-PRINT-CONSECUTIVE.
067100     MOVE SPACES TO SHRKRPT-LINE
067200     WRITE SHRKRPT-LINE
067300     WRITE SHRKRPT-LINE FROM WS-CONSEC-TITLE-LINE
067400     WRITE SHRKRPT-LINE FROM WS-CONSEC-COLUMN-LINE
067500     ADD 3 TO WS-REPORT-LINES
067600     PERFORM 4510-PRINT-ONE-COPY
067700         VARYING WS-CC-SUB FROM 1 BY 1
067800         UNTIL WS-CC-SUB > WS-CC-COUNT
067900     IF WS-CONSECUTIVE-COPIES = ZERO
068000         WRITE SHRKRPT-LINE FROM WS-NONE-LINE
068100         ADD 1 TO WS-REPORT-LINES
068200     END-IF.
068300*=================================================================
068400*    4510-PRINT-ONE-COPY - SKIPPED WHEN A LATER SCAN HAS STAMPED
068500*    THE COPY AS COUNTED
068600*=================================================================
068700 4510-PRINT-ONE-COPY.
068800     IF WS-CC-STREAK (WS-CC-SUB) > 1
068900         AND WS-CC-LAST-DATE (WS-CC-SUB) (1:6)
069000             NOT < WS-WINDOW-START-YYYYMM
069100         MOVE 'N' TO WS-FOUND-SINCE-SW
069200         IF WS-CPYFILE-AVAIL
069300             MOVE WS-CC-VIDEO-CODE (WS-CC-SUB)  TO COPY-VIDEO-CODE
069400             MOVE WS-CC-COPY-NUMBER (WS-CC-SUB) TO COPY-NUMBER
069500             READ CPYFILE
069600                 NOT INVALID KEY
069700                     IF COPY-LAST-COUNTED-DATE
069800                         > WS-CC-LAST-DATE (WS-CC-SUB)
069900                         MOVE 'Y' TO WS-FOUND-SINCE-SW
070000                     END-IF
070100             END-READ
070200         END-IF
070300         IF NOT WS-FOUND-SINCE
070400             MOVE WS-CC-VIDEO-CODE (WS-CC-SUB) TO VIDEO-CODE
070500             PERFORM 5900-NAME-THE-TITLE
070600             MOVE WS-CC-VIDEO-CODE (WS-CC-SUB)  TO CD-VIDEO-CODE
070700             MOVE WS-CC-COPY-NUMBER (WS-CC-SUB) TO CD-COPY-NUMBER
070800             MOVE WS-CC-STORE-CODE (WS-CC-SUB)  TO CD-STORE-CODE
070900             MOVE WS-TITLE-NAME                 TO CD-TITLE
071000             MOVE WS-CC-STREAK (WS-CC-SUB)      TO CD-STREAK
071100             MOVE WS-CC-FIRST-DATE (WS-CC-SUB)  TO CD-FIRST-DATE
071200             MOVE SPACES TO CD-OPERATORS
071300             STRING WS-CC-OPERATORS (WS-CC-SUB) (1:3) ' '
071400                    WS-CC-OPERATORS (WS-CC-SUB) (4:3) ' '
071500                    WS-CC-OPERATORS (WS-CC-SUB) (7:3) ' '
071600                    WS-CC-OPERATORS (WS-CC-SUB) (10:3)
071700                    DELIMITED BY SIZE INTO CD-OPERATORS
071800             END-STRING
071900             WRITE SHRKRPT-LINE FROM WS-CONSEC-DETAIL
072000             ADD 1 TO WS-REPORT-LINES
072100             ADD 1 TO WS-CONSECUTIVE-COPIES
072200         END-IF
072300     END-IF.
072400*=================================================================
072500*    5000-PRINT-CHRONIC - TITLES SHORT ON THE THRESHOLD NUMBER
072600*    OF NIGHTS OR MORE IN THE WINDOW
072700*=================================================================
072800 5000-PRINT-CHRONIC.
072900     MOVE WS-CHRONIC-NIGHTS TO CT-CHRONIC-NIGHTS
073000     MOVE WS-WINDOW-MONTHS  TO CT-WINDOW-MONTHS
073100     MOVE SPACES TO SHRKRPT-LINE
073200     WRITE SHRKRPT-LINE
073300     WRITE SHRKRPT-LINE FROM WS-CHRONIC-TITLE-LINE
073400     WRITE SHRKRPT-LINE FROM WS-CHRONIC-COLUMN-LINE
073500     ADD 3 TO WS-REPORT-LINES
073600     PERFORM 5100-PRINT-ONE-TITLE
073700         VARYING WS-TT-SUB FROM 1 BY 1
073800         UNTIL WS-TT-SUB > WS-TT-COUNT
073900     IF WS-CHRONIC-TITLES = ZERO
074000         WRITE SHRKRPT-LINE FROM WS-NONE-LINE
074100         ADD 1 TO WS-REPORT-LINES
074200     END-IF.
074300*=================================================================
074400*    5100-PRINT-ONE-TITLE
074500*=================================================================
074600 5100-PRINT-ONE-TITLE.
074700     IF WS-TT-NIGHTS (WS-TT-SUB) NOT < WS-CHRONIC-NIGHTS
074800         MOVE WS-TT-VIDEO-CODE (WS-TT-SUB) TO VIDEO-CODE
074900         PERFORM 5900-NAME-THE-TITLE
075000         MOVE WS-TT-VIDEO-CODE (WS-TT-SUB)   TO CH-VIDEO-CODE
075100         MOVE WS-TT-STORE-CODE (WS-TT-SUB)   TO CH-STORE-CODE
075200         MOVE WS-TITLE-NAME                  TO CH-TITLE
075300         MOVE WS-TT-NIGHTS (WS-TT-SUB)       TO CH-NIGHTS
075400         MOVE WS-TT-UNITS (WS-TT-SUB)        TO CH-UNITS
075500         MOVE WS-TT-PERIOD-UNITS (WS-TT-SUB) TO CH-PERIOD-UNITS
075600         MOVE WS-TT-FIRST-DATE (WS-TT-SUB)   TO CH-FIRST-DATE
075700         MOVE SPACES TO CH-OPERATORS
075800         STRING WS-TT-OPERATORS (WS-TT-SUB) (1:3) ' '
075900                WS-TT-OPERATORS (WS-TT-SUB) (4:3) ' '
076000                WS-TT-OPERATORS (WS-TT-SUB) (7:3) ' '
076100                WS-TT-OPERATORS (WS-TT-SUB) (10:3)
076200                DELIMITED BY SIZE INTO CH-OPERATORS
076300         END-STRING
076400         WRITE SHRKRPT-LINE FROM WS-CHRONIC-DETAIL
076500         ADD 1 TO WS-REPORT-LINES
076600         ADD 1 TO WS-CHRONIC-TITLES
076700     END-IF.
076800*=================================================================
076900*    5900-NAME-THE-TITLE - VIDEO-CODE'S TITLE FOR THE REPORT
077000*=================================================================
077100 5900-NAME-THE-TITLE.
077200     MOVE '** NOT ON FILE **' TO WS-TITLE-NAME
077300     IF WS-VIDOFILE-AVAIL
077400         READ VIDOFILE
077500             NOT INVALID KEY
077600                 MOVE VIDEO-TITLE TO WS-TITLE-NAME
077700         END-READ
077800     END-IF.
077900*=================================================================
078000*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
078100*=================================================================
078200 6000-TERMINATE.
078300     IF WS-VIDOFILE-AVAIL
078400         CLOSE VIDOFILE
078500     END-IF
078600     IF WS-CPYFILE-AVAIL
078700         CLOSE CPYFILE
078800     END-IF
078900     CLOSE SHRKRPT-RPT
079000     DISPLAY 'SHRKRPT: PERIOD             = ' WS-PERIOD-YYYYMM
079100     DISPLAY 'SHRKRPT: HISTORY LINES      = ' WS-HISTORY-LINES
079200     DISPLAY 'SHRKRPT: LINES IN PERIOD    = ' WS-PERIOD-LINES
079300     DISPLAY 'SHRKRPT: COPIES IN SERVICE  = '
079400         WS-COPIES-IN-SERVICE
079500     DISPLAY 'SHRKRPT: CONSECUTIVE COPIES = '
079600         WS-CONSECUTIVE-COPIES
079700     DISPLAY 'SHRKRPT: CHRONIC TITLES     = ' WS-CHRONIC-TITLES.
079800*=================================================================
079900*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
080000*=================================================================
080100 9000-DISPLAY-VERSION-TRAILER.
080200     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SHRKRPT -'==
080300                             ==:LINECOUNT:== BY
080400                                 WS-REPORT-LINES.
