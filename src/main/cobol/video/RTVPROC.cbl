000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    RTVPROC.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - RETURN-TO-VENDOR CARD
001200*                   RUN WITH PACKING LISTS AND CREDIT MEMO
001300*                   TRACKING.
001310*  2026-10-15 VSG   A RETURNED COPY STILL CARRIED AT A COST NOW
001320*                   TAKES ITS NET BOOK VALUE OFF THE BOOKS: THE
001330*                   COPY IS MARKED RELIEVED AND ADDED TO THE
001340*                   DISPREG DISPOSAL REGISTER FOR THE GL JOURNAL.
001350*  2026-10-15 VSG   DISPREG LINE NOW CARRIES THE COPY'S STORE IN
001360*                   COLUMNS 79-80 FOR THE STORE-LEVEL LEDGER.
001400*=================================================================
001500*  READS THE RTVCARD DECK.  A RETURN CARD ('R') PULLS ONE
001600*  ON-SHELF COPY FOR SHIPMENT BACK TO ITS DISTRIBUTOR - A LEASE
001700*  COPY WHOSE WINDOW HAS CLOSED ('L') OR A SURPLUS COPY SENT
001800*  BACK FOR CREDIT ('S') - UNDER THE DISTRIBUTOR'S RETURN
001900*  AUTHORIZATION.  THE CPYFILE COPY IS MARKED RETURNED TO
002000*  VENDOR, THE TITLE'S OWNED AND ON-HAND COUNTS DROP BY ONE,
002100*  AND AN RTVFILE RECORD CARRIES THE CREDIT EXPECTED FOR THE
002200*  COPY.  THE DISTRIBUTOR DEFAULTS TO THE TITLE'S USUAL ONE.
002300*  A CREDIT MEMO CARD ('M') CLOSES EVERY OPEN RETURN UNDER ITS
002400*  DISTRIBUTOR AND AUTHORIZATION AND LISTS THE MEMO AGAINST THE
002500*  CREDIT EXPECTED.  RTVPACK PRINTS ONE PACKING LIST PER
002600*  DISTRIBUTOR FOR THE COPIES PULLED THIS RUN; RTVAUD LISTS
002700*  EVERY CARD WITH ITS DISPOSITION, THEN EVERY RETURN STILL
002800*  AWAITING ITS CREDIT MEMO, FLAGGING ANY OUT LONGER THAN THE
002900*  FOLLOW-UP LIMIT.
003000*=================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004100         FILE STATUS IS FC-VIDOFILE-STATUS.
004200     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS COPY-KEY OF COPY-RECORD
004600         FILE STATUS IS FC-CPYFILE-STATUS.
004700     SELECT OPTIONAL RTVFILE ASSIGN TO 'IDXRTV'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RTV-KEY OF RTV-RECORD
005100         FILE STATUS IS FC-RTVFILE-STATUS.
005200     SELECT OPTIONAL DISTFILE ASSIGN TO 'IDXDIST'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DIST-ID OF DIST-RECORD
005600         FILE STATUS IS FC-DISTFILE-STATUS.
005700     SELECT RTVCARD-FILE ASSIGN TO 'RTVCARD'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FC-RTVCARD-STATUS.
006000     SELECT RTVAUD-RPT ASSIGN TO 'RTVAUD'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FC-RTVAUD-STATUS.
006300     SELECT RTVPACK-RPT ASSIGN TO 'RTVPACK'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FC-RTVPACK-STATUS.
006510     SELECT OPTIONAL DISPREG-RPT ASSIGN TO 'DISPREG'
006520         ORGANIZATION IS LINE SEQUENTIAL
006530         FILE STATUS IS FC-DISPREG-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  VIDOFILE.
006900 COPY VIDOREC.
007000 FD  CPYFILE.
007100 COPY COPYREC.
007200 FD  RTVFILE.
007300 COPY RTVREC.
007400 FD  DISTFILE.
007500 COPY DISTREC.
007600 FD  RTVCARD-FILE
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  RTV-TRANS-CARD.
007900     05  RV-TRANS-TYPE              PIC X(1).
008000         88  RV-RETURN              VALUE 'R'.
008100         88  RV-CREDIT-MEMO         VALUE 'M'.
008200     05  RV-VIDEO-CODE              PIC 9(5).
008300     05  RV-COPY-NUMBER             PIC 9(3).
008400     05  RV-DISTRIBUTOR-ID          PIC 9(4).
008500     05  RV-REASON                  PIC X(1).
008600         88  RV-REASON-VALID        VALUE 'L' 'S'.
008700     05  RV-AUTH-NUMBER             PIC X(10).
008800     05  RV-CREDIT-AMT              PIC 9(3)V99.
008900     05  RV-TRANS-DATE              PIC 9(8).
009000     05  RV-MEMO-NUMBER             PIC X(10).
009100     05  RV-MEMO-AMT                PIC 9(5)V99.
009200     05  FILLER                     PIC X(26).
009300 FD  RTVAUD-RPT
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  RTVAUD-LINE                    PIC X(80).
009600 FD  RTVPACK-RPT
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  RTVPACK-LINE                   PIC X(80).
009810 FD  DISPREG-RPT
009820     RECORD CONTAINS 80 CHARACTERS.
009830 01  DISPREG-LINE                   PIC X(80).
009900 WORKING-STORAGE SECTION.
010000*=================================================================
010100 COPY VERSTAMP.
010200 COPY REGCHKQ.
010300 COPY CALREQ.
010400 01  FC-STATUSES.
010500     05  FC-VIDOFILE-STATUS         PIC X(2).
010600     05  FC-CPYFILE-STATUS          PIC X(2).
010700     05  FC-RTVFILE-STATUS          PIC X(2).
010800     05  FC-DISTFILE-STATUS         PIC X(2).
010900     05  FC-RTVCARD-STATUS          PIC X(2).
011000     05  FC-RTVAUD-STATUS           PIC X(2).
011100     05  FC-RTVPACK-STATUS          PIC X(2).
011110     05  FC-DISPREG-STATUS          PIC X(2).
011200 01  WS-SWITCHES.
011300     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
011400         88  WS-EOF                 VALUE 'Y'.
011500     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
011600         88  WS-CARD-OK             VALUE 'Y'.
011700     05  WS-DISTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
011800         88  WS-DISTFILE-AVAIL      VALUE 'Y'.
011900     05  WS-RTV-SCAN-DONE-SW        PIC X(1) VALUE 'N'.
012000         88  WS-RTV-SCAN-DONE       VALUE 'Y'.
012100 01  WS-CURRENT-DATE.
012200     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
012300 01  WS-REJECT-REASON               PIC X(27).
012400 01  WS-RETURN-DIST-ID              PIC 9(4).
012500 01  WS-CREDIT-FOLLOW-UP-DAYS       PIC 9(3) VALUE 45.
012510 01  WS-DISP-SW                     PIC X(1).
012520     88  WS-DISPOSAL-DUE            VALUE 'Y'.
012530 01  WS-ACCUM-DEPREC                PIC 9(3)V99.
012540 01  WS-BOOK-VALUE                  PIC 9(3)V99.
012600 01  WS-DAYS-OUTSTANDING            PIC 9(5).
012700 01  WS-MEMO-TOTALS.
012800     05  WS-MEMO-COPIES             PIC 9(3).
012900     05  WS-MEMO-EXPECTED           PIC 9(5)V99.
013000     05  WS-MEMO-VARIANCE           PIC S9(5)V99.
013100 01  WS-COUNTERS.
013200     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
013300     05  WS-RETURNS-APPLIED         PIC 9(5) VALUE ZERO.
013400     05  WS-MEMOS-APPLIED           PIC 9(5) VALUE ZERO.
013500     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
013600     05  WS-CREDITS-OUTSTANDING     PIC 9(5) VALUE ZERO.
013700     05  WS-CREDITS-OVERDUE         PIC 9(5) VALUE ZERO.
013800     05  WS-DISTRIBUTORS-PACKED     PIC 9(5) VALUE ZERO.
013900     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
014000     05  WS-OUTSTANDING-AMOUNT      PIC 9(7)V99 VALUE ZERO.
014100*=================================================================
014200*    COPIES PULLED THIS RUN, PRINTED BY DISTRIBUTOR AT END
014300*=================================================================
014400 01  WS-PACK-TABLE.
014500     05  WS-PACK-COUNT              PIC 9(3) VALUE ZERO.
014600     05  WS-PACK-ENTRY OCCURS 500 TIMES.
014700         10  WS-PK-DIST-ID          PIC 9(4).
014800         10  WS-PK-VIDEO-CODE       PIC 9(5).
014900         10  WS-PK-COPY-NUMBER      PIC 9(3).
015000         10  WS-PK-TITLE            PIC X(30).
015100         10  WS-PK-REASON           PIC X(1).
015200         10  WS-PK-AUTH-NUMBER      PIC X(10).
015300         10  WS-PK-CREDIT           PIC 9(3)V99.
015400         10  WS-PK-PRINTED-SW       PIC X(1).
015500             88  WS-PK-PRINTED      VALUE 'Y'.
015600 01  WS-PACK-SUB                    PIC 9(3).
015700 01  WS-DIST-SUB                    PIC 9(3).
015800 01  WS-CARTON-COPIES               PIC 9(3).
015900 01  WS-CARTON-CREDIT               PIC 9(5)V99.
016000 01  WS-AUDIT-DETAIL.
016100     05  FILLER                     PIC X(1)  VALUE SPACE.
016200     05  AD-TRANS-TYPE              PIC X(1).
016300     05  FILLER                     PIC X(2)  VALUE SPACE.
016400     05  AD-VIDEO-CODE              PIC 9(5).
016500     05  FILLER                     PIC X(1)  VALUE '/'.
016600     05  AD-COPY-NUMBER             PIC 9(3).
016700     05  FILLER                     PIC X(2)  VALUE SPACE.
016800     05  AD-DISTRIBUTOR-ID          PIC 9(4).
016900     05  FILLER                     PIC X(2)  VALUE SPACE.
017000     05  AD-AUTH-NUMBER             PIC X(10).
017100     05  FILLER                     PIC X(2)  VALUE SPACE.
017200     05  AD-TRANS-DATE              PIC 9(8).
017300     05  FILLER                     PIC X(2)  VALUE SPACE.
017400     05  AD-DISPOSITION             PIC X(8).
017500     05  FILLER                     PIC X(2)  VALUE SPACE.
017600     05  AD-REASON                  PIC X(27).
017700 01  WS-MEMO-DETAIL.
017800     05  FILLER                     PIC X(9)  VALUE '    MEMO '.
017900     05  MD-MEMO-NUMBER             PIC X(10).
018000     05  FILLER                     PIC X(8)  VALUE ' COPIES '.
018100     05  MD-COPIES                  PIC ZZ9.
018200     05  FILLER                     PIC X(8)  VALUE ' EXPECT '.
018300     05  MD-EXPECTED                PIC ZZZZ9.99.
018400     05  FILLER                     PIC X(6)  VALUE ' MEMO '.
018500     05  MD-MEMO-AMT                PIC ZZZZ9.99.
018600     05  FILLER                     PIC X(5)  VALUE ' VAR '.
018700     05  MD-VARIANCE                PIC ZZZZ9.99-.
018800     05  FILLER                     PIC X(6)  VALUE SPACE.
018900 01  WS-OPEN-HEAD-LINE.
019000     05  FILLER                     PIC X(40)
019100         VALUE ' RETURNS AWAITING A CREDIT MEMO AS OF '.
019200     05  OH-AS-OF-DATE              PIC 9(8).
019300     05  FILLER                     PIC X(32) VALUE SPACE.
019400 01  WS-OPEN-COLUMN-LINE.
019500     05  FILLER                     PIC X(40)
019600         VALUE ' DIST  AUTH NO.     COPY       RETURNED '.
019700     05  FILLER                     PIC X(40)
019800         VALUE '  CREDIT   DAYS                         '.
019900 01  WS-OPEN-DETAIL.
020000     05  FILLER                     PIC X(1)  VALUE SPACE.
020100     05  OD-DISTRIBUTOR-ID          PIC 9(4).
020200     05  FILLER                     PIC X(2)  VALUE SPACE.
020300     05  OD-AUTH-NUMBER             PIC X(10).
020400     05  FILLER                     PIC X(2)  VALUE SPACE.
020500     05  OD-VIDEO-CODE              PIC 9(5).
020600     05  FILLER                     PIC X(1)  VALUE '/'.
020700     05  OD-COPY-NUMBER             PIC 9(3).
020800     05  FILLER                     PIC X(2)  VALUE SPACE.
020900     05  OD-RETURN-DATE             PIC 9(8).
021000     05  FILLER                     PIC X(2)  VALUE SPACE.
021100     05  OD-EXPECTED                PIC ZZ9.99.
021200     05  FILLER                     PIC X(2)  VALUE SPACE.
021300     05  OD-DAYS                    PIC ZZZZ9.
021400     05  FILLER                     PIC X(2)  VALUE SPACE.
021500     05  OD-FLAG                    PIC X(7).
021600     05  FILLER                     PIC X(18) VALUE SPACE.
021700 01  WS-OPEN-TOTAL-LINE.
021800     05  FILLER                     PIC X(21)
021900         VALUE ' RETURNS OUTSTANDING '.
022000     05  OT-COUNT                   PIC ZZZZ9.
022100     05  FILLER                     PIC X(18)
022200         VALUE '   CREDIT EXPECTED'.
022300     05  OT-AMOUNT                  PIC ZZZZZZ9.99.
022400     05  FILLER                     PIC X(11) VALUE '   OVERDUE '.
022500     05  OT-OVERDUE                 PIC ZZZZ9.
022600     05  FILLER                     PIC X(10) VALUE SPACE.
022700 01  WS-PACK-HEAD-LINE.
022800     05  FILLER                     PIC X(40)
022900         VALUE ' RETURN-TO-VENDOR PACKING LIST   SHIPPED'.
023000     05  FILLER                     PIC X(1)  VALUE SPACE.
023100     05  PH-SHIP-DATE               PIC 9(8).
023200     05  FILLER                     PIC X(31) VALUE SPACE.
023300 01  WS-PACK-DIST-LINE.
023400     05  FILLER                     PIC X(9)  VALUE ' SHIP TO '.
023500     05  PD-DISTRIBUTOR-ID          PIC 9(4).
023600     05  FILLER                     PIC X(2)  VALUE SPACE.
023700     05  PD-DIST-NAME               PIC X(25).
023800     05  FILLER                     PIC X(2)  VALUE SPACE.
023900     05  PD-DIST-ADDRESS            PIC X(30).
024000     05  FILLER                     PIC X(8)  VALUE SPACE.
024100 01  WS-PACK-COLUMN-LINE.
024200     05  FILLER                     PIC X(40)
024300         VALUE ' CODE/CPY   TITLE                       '.
024400     05  FILLER                     PIC X(40)
024500         VALUE '     REASON   AUTH NO.     CREDIT       '.
024600 01  WS-PACK-DETAIL.
024700     05  FILLER                     PIC X(1)  VALUE SPACE.
024800     05  PL-VIDEO-CODE              PIC 9(5).
024900     05  FILLER                     PIC X(1)  VALUE '/'.
025000     05  PL-COPY-NUMBER             PIC 9(3).
025100     05  FILLER                     PIC X(2)  VALUE SPACE.
025200     05  PL-TITLE                   PIC X(30).
025300     05  FILLER                     PIC X(2)  VALUE SPACE.
025400     05  PL-REASON                  PIC X(7).
025500     05  FILLER                     PIC X(2)  VALUE SPACE.
025600     05  PL-AUTH-NUMBER             PIC X(10).
025700     05  FILLER                     PIC X(2)  VALUE SPACE.
025800     05  PL-CREDIT                  PIC ZZ9.99.
025900     05  FILLER                     PIC X(9)  VALUE SPACE.
026000 01  WS-PACK-TOTAL-LINE.
026100     05  FILLER                     PIC X(18)
026200         VALUE ' COPIES IN CARTON '.
026300     05  PT-COPIES                  PIC ZZ9.
026400     05  FILLER                     PIC X(19)
026500         VALUE '   CREDIT EXPECTED '.
026600     05  PT-CREDIT                  PIC ZZZZ9.99.
026700     05  FILLER                     PIC X(32) VALUE SPACE.
026705 01  WS-DISP-DETAIL.
026710     05  FILLER                     PIC X(1)  VALUE SPACE.
026715     05  DP-DISP-TYPE               PIC X(1).
026720     05  FILLER                     PIC X(1)  VALUE SPACE.
026725     05  DP-VIDEO-CODE              PIC 9(5).
026730     05  FILLER                     PIC X(1)  VALUE '/'.
026735     05  DP-COPY-NUMBER             PIC 9(3).
026740     05  FILLER                     PIC X(1)  VALUE SPACE.
026745     05  DP-DISP-DATE               PIC 9(8).
026750     05  FILLER                     PIC X(1)  VALUE SPACE.
026755     05  DP-COST                    PIC ZZZZ9.99.
026760     05  FILLER                     PIC X(1)  VALUE SPACE.
026765     05  DP-ACCUM-DEPREC            PIC ZZZZ9.99.
026770     05  FILLER                     PIC X(1)  VALUE SPACE.
026775     05  DP-BOOK-VALUE              PIC ZZZZ9.99.
026780     05  FILLER                     PIC X(2)  VALUE SPACE.
026785     05  DP-SOURCE                  PIC X(8).
026786     05  FILLER                     PIC X(20) VALUE SPACE.
026787     05  DP-STORE-CODE              PIC 9(2).
026800 PROCEDURE DIVISION.
026900*=================================================================
027000 0000-MAINLINE.
027100     PERFORM 0900-DISPLAY-VERSION-STAMP
027200     PERFORM 1000-INITIALIZE
027300     PERFORM 2000-PROCESS-RTV-CARD
027400         UNTIL WS-EOF
027500     PERFORM 4000-PRINT-PACKING-LISTS
027600     PERFORM 5000-LIST-OPEN-CREDITS
027700     PERFORM 6000-TERMINATE
027800     PERFORM 9000-DISPLAY-VERSION-TRAILER
027900     STOP RUN.
028000*=================================================================
028100*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
028200*=================================================================
028300 0900-DISPLAY-VERSION-STAMP.
028400     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='RTVPROC -'==
028500                             ==:PROGVERS:== BY =='Version 001'==.
028600*=================================================================
028700*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
028800*=================================================================
028900 1000-INITIALIZE.
029000     MOVE 'RTVPROC' TO RCHK-CALLER
029100     CALL 'REGCHK' USING REGION-CHECK
029200     IF RCHK-MISMATCH
029300         DISPLAY 'RTVPROC: REGION INTERLOCK - UPDATES REFUSED'
029400         MOVE 12 TO RETURN-CODE
029500         STOP RUN
029600     END-IF
029700     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
029800     OPEN I-O VIDOFILE
029900     IF FC-VIDOFILE-STATUS NOT = '00'
030000         AND FC-VIDOFILE-STATUS NOT = '05'
030100         DISPLAY 'RTVPROC: UNABLE TO OPEN VIDOFILE, STATUS='
030200             FC-VIDOFILE-STATUS
030300         MOVE 'Y' TO WS-EOF-SW
030400     END-IF
030500     OPEN I-O CPYFILE
030600     IF FC-CPYFILE-STATUS NOT = '00'
030700         AND FC-CPYFILE-STATUS NOT = '05'
030800         DISPLAY 'RTVPROC: UNABLE TO OPEN CPYFILE, STATUS='
030900             FC-CPYFILE-STATUS
031000         MOVE 'Y' TO WS-EOF-SW
031100     END-IF
031200     OPEN I-O RTVFILE
031300     IF FC-RTVFILE-STATUS NOT = '00'
031400         AND FC-RTVFILE-STATUS NOT = '05'
031500         DISPLAY 'RTVPROC: UNABLE TO OPEN RTVFILE, STATUS='
031600             FC-RTVFILE-STATUS
031700         MOVE 'Y' TO WS-EOF-SW
031800     END-IF
031900     OPEN INPUT DISTFILE
032000     IF FC-DISTFILE-STATUS = '00'
032100         MOVE 'Y' TO WS-DISTFILE-AVAIL-SW
032200     END-IF
032300     OPEN INPUT RTVCARD-FILE
032400     IF FC-RTVCARD-STATUS NOT = '00'
032500         MOVE 'Y' TO WS-EOF-SW
032600     END-IF
032700     OPEN OUTPUT RTVAUD-RPT
032800     OPEN OUTPUT RTVPACK-RPT
032810     OPEN EXTEND DISPREG-RPT
032900     IF NOT RCHK-IN-PROD
033000         WRITE RTVAUD-LINE FROM RCHK-WATERMARK
033100         WRITE RTVPACK-LINE FROM RCHK-WATERMARK
033200     END-IF
033300     PERFORM 1100-READ-NEXT-CARD.
033400*=================================================================
033500*    1100-READ-NEXT-CARD
033600*=================================================================
033700 1100-READ-NEXT-CARD.
033800     READ RTVCARD-FILE
033900         AT END
034000             MOVE 'Y' TO WS-EOF-SW
034100     END-READ
034200     IF NOT WS-EOF
034300         ADD 1 TO WS-CARDS-READ
034400     END-IF.
034500*=================================================================
034600*    2000-PROCESS-RTV-CARD - APPLY ONE RETURN OR MEMO CARD
034700*=================================================================
034800 2000-PROCESS-RTV-CARD.
034900     MOVE 'Y' TO WS-CARD-OK-SW
035000     MOVE SPACES TO WS-REJECT-REASON
035100     MOVE RV-DISTRIBUTOR-ID TO WS-RETURN-DIST-ID
035200     EVALUATE TRUE
035300         WHEN RV-RETURN
035400             PERFORM 2100-APPLY-RETURN
035500         WHEN RV-CREDIT-MEMO
035600             PERFORM 2500-APPLY-CREDIT-MEMO
035700         WHEN OTHER
035800             MOVE 'N' TO WS-CARD-OK-SW
035900             MOVE 'INVALID TRANSACTION TYPE'
036000                 TO WS-REJECT-REASON
036100     END-EVALUATE
036200     PERFORM 2900-WRITE-AUDIT-LINE
036300     IF RV-CREDIT-MEMO
036400         AND WS-CARD-OK
036500         PERFORM 2950-WRITE-MEMO-LINE
036600     END-IF
036700     PERFORM 1100-READ-NEXT-CARD.
036800*=================================================================
036900*    2100-APPLY-RETURN - EDIT THE CARD, THEN RECORD THE RETURN,
037000*    RETIRE THE COPY AND DROP THE TITLE'S COUNTS
037100*=================================================================
037200 2100-APPLY-RETURN.
037300     PERFORM 2150-EDIT-RETURN-CARD
037400     IF WS-CARD-OK
037500         PERFORM 2200-WRITE-RTV-RECORD
037600     END-IF
037700     IF WS-CARD-OK
037800         MOVE 'V' TO COPY-STATUS
037810         PERFORM 2250-SET-BOOK-STATUS
037900         REWRITE COPY-RECORD
038000             INVALID KEY
038100                 DISPLAY 'RTVPROC: CPYFILE REWRITE FAILED='
038200                     COPY-VIDEO-CODE '/' COPY-NUMBER
038210             NOT INVALID KEY
038220                 IF WS-DISPOSAL-DUE
038230                     PERFORM 2260-WRITE-DISPOSAL-LINE
038240                 END-IF
038300         END-REWRITE
038400         PERFORM 2300-REDUCE-TITLE-COUNTS
038500         PERFORM 2400-ADD-PACK-ENTRY
038600         ADD 1 TO WS-RETURNS-APPLIED
038700     END-IF.
038800*=================================================================
038900*    2150-EDIT-RETURN-CARD - THE COPY MUST BE ON THE SHELF, THE
039000*    TITLE OWNED, AND THE DISTRIBUTOR KNOWN
039100*=================================================================
039200 2150-EDIT-RETURN-CARD.
039300     IF NOT RV-REASON-VALID
039400         MOVE 'N' TO WS-CARD-OK-SW
039500         MOVE 'REASON NOT L OR S' TO WS-REJECT-REASON
039600     END-IF
039700     IF WS-CARD-OK
039800         AND (RV-AUTH-NUMBER = SPACES
039900             OR RV-CREDIT-AMT NOT NUMERIC
040000             OR RV-TRANS-DATE NOT NUMERIC)
040100         MOVE 'N' TO WS-CARD-OK-SW
040200         MOVE 'AUTH/CREDIT/DATE MISSING' TO WS-REJECT-REASON
040300     END-IF
040400     IF WS-CARD-OK
040500         MOVE RV-VIDEO-CODE TO COPY-VIDEO-CODE
040600         MOVE RV-COPY-NUMBER TO COPY-NUMBER
040700         READ CPYFILE
040800             INVALID KEY
040900                 MOVE 'N' TO WS-CARD-OK-SW
041000                 MOVE 'COPY NOT ON CPYFILE'
041100                     TO WS-REJECT-REASON
041200         END-READ
041300     END-IF
041400     IF WS-CARD-OK
041500         AND NOT COPY-ON-SHELF
041600         MOVE 'N' TO WS-CARD-OK-SW
041700         MOVE 'COPY NOT ON SHELF' TO WS-REJECT-REASON
041800     END-IF
041900     IF WS-CARD-OK
042000         MOVE RV-VIDEO-CODE TO VIDEO-CODE
042100         READ VIDOFILE
042200             INVALID KEY
042300                 MOVE 'N' TO WS-CARD-OK-SW
042400                 MOVE 'VIDEO-CODE NOT ON FILE'
042500                     TO WS-REJECT-REASON
042600         END-READ
042700     END-IF
042800     IF WS-CARD-OK
042900         AND VIDEO-TOTAL-COPIES = ZERO
043000         MOVE 'N' TO WS-CARD-OK-SW
043100         MOVE 'NO COPIES OWNED' TO WS-REJECT-REASON
043200     END-IF
043300     IF WS-CARD-OK
043400         IF RV-DISTRIBUTOR-ID NOT NUMERIC
043500             OR RV-DISTRIBUTOR-ID = ZERO
043600             MOVE VIDEO-DISTRIBUTOR-ID TO WS-RETURN-DIST-ID
043700         END-IF
043800         IF WS-RETURN-DIST-ID NOT NUMERIC
043900             OR WS-RETURN-DIST-ID = ZERO
044000             MOVE 'N' TO WS-CARD-OK-SW
044100             MOVE 'NO DISTRIBUTOR FOR TITLE'
044200                 TO WS-REJECT-REASON
044300         END-IF
044400     END-IF
044500     IF WS-CARD-OK
044600         AND WS-DISTFILE-AVAIL
044700         MOVE WS-RETURN-DIST-ID TO DIST-ID
044800         READ DISTFILE
044900             INVALID KEY
045000                 MOVE 'N' TO WS-CARD-OK-SW
045100                 MOVE 'DISTRIBUTOR NOT ON FILE'
045200                     TO WS-REJECT-REASON
045300         END-READ
045400     END-IF.
045500*=================================================================
045600*    2200-WRITE-RTV-RECORD - A CREDIT EXPECTED KEEPS THE RETURN
045700*    OPEN FOR ITS MEMO; A LEASE RETURN FOR NO CREDIT CLOSES HERE
045800*=================================================================
045900 2200-WRITE-RTV-RECORD.
046000     MOVE RV-VIDEO-CODE     TO RTV-VIDEO-CODE
046100     MOVE RV-COPY-NUMBER    TO RTV-COPY-NUMBER
046200     MOVE WS-RETURN-DIST-ID TO RTV-DISTRIBUTOR-ID
046300     MOVE RV-AUTH-NUMBER    TO RTV-AUTH-NUMBER
046400     MOVE RV-REASON         TO RTV-REASON
046500     MOVE RV-TRANS-DATE     TO RTV-RETURN-DATE
046600     MOVE RV-CREDIT-AMT     TO RTV-EXPECTED-CREDIT
046700     MOVE SPACES            TO RTV-MEMO-NUMBER
046800     MOVE ZERO              TO RTV-MEMO-DATE
046900     IF RV-CREDIT-AMT > ZERO
047000         MOVE 'O' TO RTV-STATUS
047100     ELSE
047200         MOVE 'N' TO RTV-STATUS
047300     END-IF
047400     WRITE RTV-RECORD
047500         INVALID KEY
047600             MOVE 'N' TO WS-CARD-OK-SW
047700             MOVE 'COPY ALREADY ON RTVFILE'
047800                 TO WS-REJECT-REASON
047900     END-WRITE.
048000*=================================================================
048002*    2250-SET-BOOK-STATUS - A COPY STILL CARRIED AT A COST COMES
048004*    OFF THE BOOKS AT ITS NET BOOK VALUE; ONE NOT YET COSTED IS
048006*    LEFT FOR THE INVDEPR DISPOSAL SWEEP
048008*=================================================================
048010 2250-SET-BOOK-STATUS.
048012     MOVE 'N' TO WS-DISP-SW
048014     IF COPY-ACQUIRED-COST NOT NUMERIC
048016         MOVE ZERO TO COPY-ACQUIRED-COST
048018     END-IF
048020     IF COPY-ACCUM-DEPREC NOT NUMERIC
048022         MOVE ZERO TO COPY-ACCUM-DEPREC
048024     END-IF
048026     IF COPY-ON-BOOKS
048028         AND COPY-ACQUIRED-COST > ZERO
048030         MOVE 'Y' TO WS-DISP-SW
048032         MOVE 'R' TO COPY-BOOK-STATUS
048034     END-IF.
048036*=================================================================
048038*    2260-WRITE-DISPOSAL-LINE - DISPREG: TYPE IN COLUMN 2, COPY
048040*    4-12, DATE 14-21, COST 23-30, ACCUMULATED DEPRECIATION
048042*    32-39, NET BOOK VALUE 41-48
048044*=================================================================
048046 2260-WRITE-DISPOSAL-LINE.
048048     MOVE COPY-ACCUM-DEPREC TO WS-ACCUM-DEPREC
048050     IF WS-ACCUM-DEPREC > COPY-ACQUIRED-COST
048052         MOVE COPY-ACQUIRED-COST TO WS-ACCUM-DEPREC
048054     END-IF
048056     COMPUTE WS-BOOK-VALUE =
048058         COPY-ACQUIRED-COST - WS-ACCUM-DEPREC
048060     MOVE 'V'                        TO DP-DISP-TYPE
048062     MOVE COPY-VIDEO-CODE            TO DP-VIDEO-CODE
048064     MOVE COPY-NUMBER                TO DP-COPY-NUMBER
048066     MOVE RV-TRANS-DATE              TO DP-DISP-DATE
048068     MOVE COPY-ACQUIRED-COST         TO DP-COST
048070     MOVE WS-ACCUM-DEPREC            TO DP-ACCUM-DEPREC
048072     MOVE WS-BOOK-VALUE              TO DP-BOOK-VALUE
048074     MOVE 'RTVPROC'                  TO DP-SOURCE
048075     MOVE COPY-STORE-CODE            TO DP-STORE-CODE
048076     WRITE DISPREG-LINE FROM WS-DISP-DETAIL.
048078*=================================================================
048100*    2300-REDUCE-TITLE-COUNTS - THE COPY LEAVES THE OWNED COUNT
048200*    AND THE SHELF, SO DRIFTCHK DOES NOT EXPECT IT BACK
048300*=================================================================
048400 2300-REDUCE-TITLE-COUNTS.
048500     SUBTRACT 1 FROM VIDEO-TOTAL-COPIES
048600     IF VIDEO-COPIES-ON-HAND > ZERO
048700         SUBTRACT 1 FROM VIDEO-COPIES-ON-HAND
048800     END-IF
048900     REWRITE VIDEO-RECORD
049000         INVALID KEY
049100             DISPLAY 'RTVPROC: VIDOFILE REWRITE FAILED='
049200                 VIDEO-CODE
049300     END-REWRITE.
049400*=================================================================
049500*    2400-ADD-PACK-ENTRY - THE PULLED COPY GOES IN ITS
049600*    DISTRIBUTOR'S CARTON
049700*=================================================================
049800 2400-ADD-PACK-ENTRY.
049900     IF WS-PACK-COUNT < 500
050000         ADD 1 TO WS-PACK-COUNT
050100         MOVE WS-PACK-COUNT TO WS-PACK-SUB
050200         MOVE WS-RETURN-DIST-ID TO WS-PK-DIST-ID (WS-PACK-SUB)
050300         MOVE RV-VIDEO-CODE     TO WS-PK-VIDEO-CODE (WS-PACK-SUB)
050400         MOVE RV-COPY-NUMBER
050500             TO WS-PK-COPY-NUMBER (WS-PACK-SUB)
050600         MOVE VIDEO-TITLE       TO WS-PK-TITLE (WS-PACK-SUB)
050700         MOVE RV-REASON         TO WS-PK-REASON (WS-PACK-SUB)
050800         MOVE RV-AUTH-NUMBER
050900             TO WS-PK-AUTH-NUMBER (WS-PACK-SUB)
051000         MOVE RV-CREDIT-AMT     TO WS-PK-CREDIT (WS-PACK-SUB)
051100         MOVE 'N'               TO WS-PK-PRINTED-SW (WS-PACK-SUB)
051200     ELSE
051300         DISPLAY 'RTVPROC: PACKING TABLE FULL, NOT LISTED='
051400             RV-VIDEO-CODE '/' RV-COPY-NUMBER
051500         MOVE 4 TO RETURN-CODE
051600     END-IF.
051700*=================================================================
051800*    2500-APPLY-CREDIT-MEMO - CLOSE EVERY OPEN RETURN UNDER THE
051900*    MEMO'S DISTRIBUTOR AND AUTHORIZATION
052000*=================================================================
052100 2500-APPLY-CREDIT-MEMO.
052200     IF RV-DISTRIBUTOR-ID NOT NUMERIC
052300         OR RV-DISTRIBUTOR-ID = ZERO
052400         OR RV-AUTH-NUMBER = SPACES
052500         OR RV-MEMO-NUMBER = SPACES
052600         OR RV-MEMO-AMT NOT NUMERIC
052700         OR RV-TRANS-DATE NOT NUMERIC
052800         MOVE 'N' TO WS-CARD-OK-SW
052900         MOVE 'DIST/AUTH/MEMO/DATE MISSING' TO WS-REJECT-REASON
053000     END-IF
053100     IF WS-CARD-OK
053200         MOVE ZERO TO WS-MEMO-TOTALS
053300         MOVE 'N' TO WS-RTV-SCAN-DONE-SW
053400         MOVE ZERO TO RTV-VIDEO-CODE
053500         MOVE ZERO TO RTV-COPY-NUMBER
053600         START RTVFILE KEY IS NOT LESS THAN RTV-KEY
053700             INVALID KEY
053800                 MOVE 'Y' TO WS-RTV-SCAN-DONE-SW
053900         END-START
054000         PERFORM 2510-CREDIT-ONE-RETURN
054100             UNTIL WS-RTV-SCAN-DONE
054200         IF WS-MEMO-COPIES = ZERO
054300             MOVE 'N' TO WS-CARD-OK-SW
054400             MOVE 'NO OPEN RETURNS FOR AUTH'
054500                 TO WS-REJECT-REASON
054600         ELSE
054700             COMPUTE WS-MEMO-VARIANCE =
054800                 RV-MEMO-AMT - WS-MEMO-EXPECTED
054900             ADD 1 TO WS-MEMOS-APPLIED
055000         END-IF
055100     END-IF.
055200*=================================================================
055300*    2510-CREDIT-ONE-RETURN
055400*=================================================================
055500 2510-CREDIT-ONE-RETURN.
055600     READ RTVFILE NEXT RECORD
055700         AT END
055800             MOVE 'Y' TO WS-RTV-SCAN-DONE-SW
055900     END-READ
056000     IF NOT WS-RTV-SCAN-DONE
056100         AND RTV-AWAITING-CREDIT
056200         AND RTV-DISTRIBUTOR-ID = RV-DISTRIBUTOR-ID
056300         AND RTV-AUTH-NUMBER = RV-AUTH-NUMBER
056400         MOVE RV-MEMO-NUMBER TO RTV-MEMO-NUMBER
056500         MOVE RV-TRANS-DATE  TO RTV-MEMO-DATE
056600         MOVE 'C'            TO RTV-STATUS
056700         REWRITE RTV-RECORD
056800             INVALID KEY
056900                 DISPLAY 'RTVPROC: RTVFILE REWRITE FAILED='
057000                     RTV-VIDEO-CODE '/' RTV-COPY-NUMBER
057100             NOT INVALID KEY
057200                 ADD 1 TO WS-MEMO-COPIES
057300                 ADD RTV-EXPECTED-CREDIT TO WS-MEMO-EXPECTED
057400         END-REWRITE
057500     END-IF.
057600*=================================================================
057700*    2900-WRITE-AUDIT-LINE - ONE AUDIT LINE PER CARD
057800*=================================================================
057900 2900-WRITE-AUDIT-LINE.
058000     MOVE RV-TRANS-TYPE     TO AD-TRANS-TYPE
058100     MOVE RV-VIDEO-CODE     TO AD-VIDEO-CODE
058200     MOVE RV-COPY-NUMBER    TO AD-COPY-NUMBER
058300     MOVE WS-RETURN-DIST-ID TO AD-DISTRIBUTOR-ID
058400     MOVE RV-AUTH-NUMBER    TO AD-AUTH-NUMBER
058500     MOVE RV-TRANS-DATE     TO AD-TRANS-DATE
058600     MOVE WS-REJECT-REASON  TO AD-REASON
058700     IF WS-CARD-OK
058800         MOVE 'ACCEPTED' TO AD-DISPOSITION
058900     ELSE
059000         ADD 1 TO WS-CARDS-REJECTED
059100         MOVE 'REJECTED' TO AD-DISPOSITION
059200     END-IF
059300     WRITE RTVAUD-LINE FROM WS-AUDIT-DETAIL
059400     ADD 1 TO WS-REPORT-LINES.
059500*=================================================================
059600*    2950-WRITE-MEMO-LINE - THE MEMO AGAINST THE CREDIT EXPECTED
059700*    FOR THE COPIES IT CLOSED
059800*=================================================================
059900 2950-WRITE-MEMO-LINE.
060000     MOVE RV-MEMO-NUMBER   TO MD-MEMO-NUMBER
060100     MOVE WS-MEMO-COPIES   TO MD-COPIES
060200     MOVE WS-MEMO-EXPECTED TO MD-EXPECTED
060300     MOVE RV-MEMO-AMT      TO MD-MEMO-AMT
060400     MOVE WS-MEMO-VARIANCE TO MD-VARIANCE
060500     WRITE RTVAUD-LINE FROM WS-MEMO-DETAIL
060600     ADD 1 TO WS-REPORT-LINES.
060700*=================================================================
060800*    4000-PRINT-PACKING-LISTS - ONE LIST PER DISTRIBUTOR, IN
060900*    THE ORDER EACH DISTRIBUTOR FIRST APPEARS IN THE DECK
061000*=================================================================
061100 4000-PRINT-PACKING-LISTS.
061200     MOVE WS-CURRENT-DATE-YYYYMMDD TO PH-SHIP-DATE
061300     WRITE RTVPACK-LINE FROM WS-PACK-HEAD-LINE
061400     PERFORM 4100-PRINT-ONE-CARTON
061500         VARYING WS-DIST-SUB FROM 1 BY 1
061600         UNTIL WS-DIST-SUB > WS-PACK-COUNT.
061700*=================================================================
061800*    4100-PRINT-ONE-CARTON - SKIPPED WHEN THE ENTRY'S
061900*    DISTRIBUTOR HAS ALREADY PRINTED
062000*=================================================================
062100 4100-PRINT-ONE-CARTON.
062200     IF NOT WS-PK-PRINTED (WS-DIST-SUB)
062300         MOVE ZERO TO WS-CARTON-COPIES
062400         MOVE ZERO TO WS-CARTON-CREDIT
062500         MOVE WS-PK-DIST-ID (WS-DIST-SUB) TO PD-DISTRIBUTOR-ID
062600         MOVE SPACES TO PD-DIST-NAME
062700         MOVE SPACES TO PD-DIST-ADDRESS
062800         IF WS-DISTFILE-AVAIL
062900             MOVE WS-PK-DIST-ID (WS-DIST-SUB) TO DIST-ID
063000             READ DISTFILE
063100                 NOT INVALID KEY
063200                     MOVE DIST-NAME    TO PD-DIST-NAME
063300                     MOVE DIST-ADDRESS TO PD-DIST-ADDRESS
063400             END-READ
063500         END-IF
063600         MOVE SPACES TO RTVPACK-LINE
063700         WRITE RTVPACK-LINE
063800         WRITE RTVPACK-LINE FROM WS-PACK-DIST-LINE
063900         WRITE RTVPACK-LINE FROM WS-PACK-COLUMN-LINE
064000         PERFORM 4200-PRINT-ONE-PACKED-COPY
064100             VARYING WS-PACK-SUB FROM WS-DIST-SUB BY 1
064200             UNTIL WS-PACK-SUB > WS-PACK-COUNT
064300         MOVE WS-CARTON-COPIES TO PT-COPIES
064400         MOVE WS-CARTON-CREDIT TO PT-CREDIT
064500         WRITE RTVPACK-LINE FROM WS-PACK-TOTAL-LINE
064600         ADD 1 TO WS-DISTRIBUTORS-PACKED
064700     END-IF.
064800*=================================================================
064900*    4200-PRINT-ONE-PACKED-COPY
065000*=================================================================
065100 4200-PRINT-ONE-PACKED-COPY.
065200     IF NOT WS-PK-PRINTED (WS-PACK-SUB)
065300         AND WS-PK-DIST-ID (WS-PACK-SUB)
065400             = WS-PK-DIST-ID (WS-DIST-SUB)
065500         MOVE 'Y' TO WS-PK-PRINTED-SW (WS-PACK-SUB)
065600         MOVE WS-PK-VIDEO-CODE (WS-PACK-SUB)  TO PL-VIDEO-CODE
065700         MOVE WS-PK-COPY-NUMBER (WS-PACK-SUB) TO PL-COPY-NUMBER
065800         MOVE WS-PK-TITLE (WS-PACK-SUB)       TO PL-TITLE
065900         MOVE WS-PK-AUTH-NUMBER (WS-PACK-SUB) TO PL-AUTH-NUMBER
066000         MOVE WS-PK-CREDIT (WS-PACK-SUB)      TO PL-CREDIT
066100         IF WS-PK-REASON (WS-PACK-SUB) = 'L'
066200             MOVE 'LEASE'   TO PL-REASON
066300         ELSE
066400             MOVE 'SURPLUS' TO PL-REASON
066500         END-IF
066600         WRITE RTVPACK-LINE FROM WS-PACK-DETAIL
066700         ADD 1 TO WS-CARTON-COPIES
066800         ADD WS-PK-CREDIT (WS-PACK-SUB) TO WS-CARTON-CREDIT
066900     END-IF.
067000*=================================================================
067100*    5000-LIST-OPEN-CREDITS - EVERY RETURN STILL AWAITING ITS
067200*    CREDIT MEMO, AGED FROM THE DATE IT WAS RETURNED
067300*=================================================================
067400 5000-LIST-OPEN-CREDITS.
067500     MOVE WS-CURRENT-DATE-YYYYMMDD TO OH-AS-OF-DATE
067600     MOVE SPACES TO RTVAUD-LINE
067700     WRITE RTVAUD-LINE
067800     WRITE RTVAUD-LINE FROM WS-OPEN-HEAD-LINE
067900     WRITE RTVAUD-LINE FROM WS-OPEN-COLUMN-LINE
068000     ADD 3 TO WS-REPORT-LINES
068100     MOVE 'N' TO WS-RTV-SCAN-DONE-SW
068200     MOVE ZERO TO RTV-VIDEO-CODE
068300     MOVE ZERO TO RTV-COPY-NUMBER
068400     START RTVFILE KEY IS NOT LESS THAN RTV-KEY
068500         INVALID KEY
068600             MOVE 'Y' TO WS-RTV-SCAN-DONE-SW
068700     END-START
068800     PERFORM 5100-LIST-ONE-OPEN-CREDIT
068900         UNTIL WS-RTV-SCAN-DONE
069000     MOVE WS-CREDITS-OUTSTANDING TO OT-COUNT
069100     MOVE WS-OUTSTANDING-AMOUNT  TO OT-AMOUNT
069200     MOVE WS-CREDITS-OVERDUE     TO OT-OVERDUE
069300     WRITE RTVAUD-LINE FROM WS-OPEN-TOTAL-LINE
069400     ADD 1 TO WS-REPORT-LINES.
069500*=================================================================
069600*    5100-LIST-ONE-OPEN-CREDIT
069700*=================================================================
069800 5100-LIST-ONE-OPEN-CREDIT.
069900     READ RTVFILE NEXT RECORD
070000         AT END
070100             MOVE 'Y' TO WS-RTV-SCAN-DONE-SW
070200     END-READ
070300     IF NOT WS-RTV-SCAN-DONE
070400         AND RTV-AWAITING-CREDIT
070500         MOVE 'D'                      TO CALR-FUNCTION
070600         MOVE RTV-RETURN-DATE          TO CALR-DATE
070700         MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-END-DATE
070800         MOVE ZERO                     TO CALR-DAYS
070900         CALL 'STORECAL' USING CALENDAR-REQUEST
071000         MOVE CALR-DAYS TO WS-DAYS-OUTSTANDING
071100         MOVE RTV-DISTRIBUTOR-ID  TO OD-DISTRIBUTOR-ID
071200         MOVE RTV-AUTH-NUMBER     TO OD-AUTH-NUMBER
071300         MOVE RTV-VIDEO-CODE      TO OD-VIDEO-CODE
071400         MOVE RTV-COPY-NUMBER     TO OD-COPY-NUMBER
071500         MOVE RTV-RETURN-DATE     TO OD-RETURN-DATE
071600         MOVE RTV-EXPECTED-CREDIT TO OD-EXPECTED
071700         MOVE WS-DAYS-OUTSTANDING TO OD-DAYS
071800         MOVE SPACES TO OD-FLAG
071900         IF WS-DAYS-OUTSTANDING > WS-CREDIT-FOLLOW-UP-DAYS
072000             MOVE 'OVERDUE' TO OD-FLAG
072100             ADD 1 TO WS-CREDITS-OVERDUE
072200         END-IF
072300         WRITE RTVAUD-LINE FROM WS-OPEN-DETAIL
072400         ADD 1 TO WS-REPORT-LINES
072500         ADD 1 TO WS-CREDITS-OUTSTANDING
072600         ADD RTV-EXPECTED-CREDIT TO WS-OUTSTANDING-AMOUNT
072700     END-IF.
072800*=================================================================
072900*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
073000*=================================================================
073100 6000-TERMINATE.
073200     CLOSE VIDOFILE
073300     CLOSE CPYFILE
073400     CLOSE RTVFILE
073500     IF WS-DISTFILE-AVAIL
073600         CLOSE DISTFILE
073700     END-IF
073800     CLOSE RTVCARD-FILE
073900     CLOSE RTVAUD-RPT
074000     CLOSE RTVPACK-RPT
074010     CLOSE DISPREG-RPT
074100     IF WS-CARDS-REJECTED > ZERO
074200         OR WS-CREDITS-OVERDUE > ZERO
074300         MOVE 4 TO RETURN-CODE
074400     END-IF
074500     DISPLAY 'RTVPROC: CARDS READ        = ' WS-CARDS-READ
074600     DISPLAY 'RTVPROC: COPIES RETURNED   = ' WS-RETURNS-APPLIED
074700     DISPLAY 'RTVPROC: CARTONS PACKED    = '
074800         WS-DISTRIBUTORS-PACKED
074900     DISPLAY 'RTVPROC: CREDIT MEMOS      = ' WS-MEMOS-APPLIED
075000     DISPLAY 'RTVPROC: CARDS REJECTED    = ' WS-CARDS-REJECTED
075100     DISPLAY 'RTVPROC: CREDITS AWAITED   = '
075200         WS-CREDITS-OUTSTANDING
075300     DISPLAY 'RTVPROC: CREDITS OVERDUE   = ' WS-CREDITS-OVERDUE
075400     DISPLAY 'RTVPROC: CREDIT EXPECTED   = '
075500         WS-OUTSTANDING-AMOUNT.
075600*=================================================================
075700*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
075800*=================================================================
075900 9000-DISPLAY-VERSION-TRAILER.
076000     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='RTVPROC -'==
076100                             ==:LINECOUNT:== BY
076200                                 WS-REPORT-LINES.
