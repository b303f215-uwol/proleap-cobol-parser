001106*                   CODES PRESENT ON THE SHELFCNT EXTRACT, SO
001107*                   THE NIGHTLY CYCLE SUBSET DOES NOT FLAG
001108*                   EVERY UNCOUNTED TITLE AS MISSING.
001109*  2026-10-15 VSG   EVERY SHORT COUNT IS NOW APPENDED TO THE
001110*                   SHRKHIST SHRINKAGE HISTORY, BY THE COPIES
001111*                   THE SCAN MISSED, WITH THE NIGHT'S CLERKS.
001200*=================================================================
001300*  MATCHES THE KEYED/SCANNED SHELF-COUNT EXTRACT (SHELFCNT, SORTED
001400*  ASCENDING BY VIDEO CODE) AGAINST VIDOFILE (READ IN KEY SEQUENCE)
001500*  AND PRODUCES A VARIANCE REPORT OF MISSING, EXTRA, AND
001600*  MIS-SHELVED COPIES.
001610*  A TITLE COUNTED SHORT OF ITS BOOK QUANTITY IS ALSO APPENDED
001620*  TO THE SHRKHIST SHRINKAGE HISTORY (SEE SHRKREC): ONE LINE PER
001630*  ON-SHELF COPY WHOSE CPYFILE LAST-COUNTED DATE SCANFEED DID
001640*  NOT STAMP TONIGHT, AND ONE TITLE LINE FOR ANY SHORTFALL THE
001650*  COPIES CANNOT ACCOUNT FOR, EACH CARRYING THE OPERATOR IDS
001660*  KEYING ON THE NIGHT'S RENTREG.
001700*=================================================================
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002810     SELECT OPTIONAL RECONCTL-FILE ASSIGN TO 'RECONCTL'
002820         ORGANIZATION IS LINE SEQUENTIAL
002830         FILE STATUS IS FC-RECONCTL-STATUS.
002835     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
002840         ORGANIZATION IS INDEXED
002845         ACCESS MODE IS DYNAMIC
002850         RECORD KEY IS COPY-KEY OF COPY-RECORD
002855         FILE STATUS IS FC-CPYFILE-STATUS.
002860     SELECT OPTIONAL RENTREG-IN ASSIGN TO 'RENTREG'
002865         ORGANIZATION IS LINE SEQUENTIAL
002870         FILE STATUS IS FC-RENTREG-STATUS.
002875     SELECT OPTIONAL SHRKHIST-FILE ASSIGN TO 'SHRKHIST'
002880         ORGANIZATION IS LINE SEQUENTIAL
002885         FILE STATUS IS FC-SHRKHIST-STATUS.
002900     SELECT VARIANCE-RPT ASSIGN TO 'VARIANCE'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FC-VARIANCE-STATUS.
003740     05  RL-PARTIAL-SW              PIC X(1).
003750         88  RL-PARTIAL-MODE        VALUE 'P'.
003760     05  FILLER                     PIC X(79).
003762 FD  CPYFILE.
003764 COPY COPYREC.
003766 FD  RENTREG-IN
003768     RECORD CONTAINS 80 CHARACTERS.
003770 01  RENTREG-IN-LINE                PIC X(80).
003772 FD  SHRKHIST-FILE
003774     RECORD CONTAINS 80 CHARACTERS.
003776 COPY SHRKREC.
003800 FD  VARIANCE-RPT
003900     RECORD CONTAINS 80 CHARACTERS.
004000 01  VARIANCE-LINE                  PIC X(80).
004400     05  FC-SHELFCNT-STATUS         PIC X(2).
004410     05  FC-RECONCTL-STATUS         PIC X(2).
004500     05  FC-VARIANCE-STATUS         PIC X(2).
004510     05  FC-CPYFILE-STATUS          PIC X(2).
004520     05  FC-RENTREG-STATUS          PIC X(2).
004530     05  FC-SHRKHIST-STATUS         PIC X(2).
004600 01  WS-SWITCHES.
004700     05  WS-VIDEO-EOF-SW            PIC X(1) VALUE 'N'.
004800         88  WS-VIDEO-EOF           VALUE 'Y'.
005200         88  WS-DONE                VALUE 'Y'.
005210     05  WS-PARTIAL-SW              PIC X(1) VALUE 'N'.
005220         88  WS-PARTIAL-MODE        VALUE 'Y'.
005222     05  WS-CPYFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
005224         88  WS-CPYFILE-AVAILABLE   VALUE 'Y'.
005226     05  WS-COPY-SCAN-DONE-SW       PIC X(1) VALUE 'N'.
005228         88  WS-COPY-SCAN-DONE      VALUE 'Y'.
005230     05  WS-RENTREG-EOF-SW          PIC X(1) VALUE 'N'.
005232         88  WS-RENTREG-EOF         VALUE 'Y'.
005234     05  WS-SHRKHIST-AVAIL-SW       PIC X(1) VALUE 'N'.
005236         88  WS-SHRKHIST-AVAILABLE  VALUE 'Y'.
005238 01  WS-CURRENT-DATE.
005240     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
005242 01  WS-SHORT-QTY                   PIC 9(3).
005244 01  WS-UNPLACED-QTY                PIC 9(3).
005246 01  WS-FOUND-QTY                   PIC 9(3).
005248*=================================================================
005250*    THE CLERKS KEYING ON THE NIGHT'S RENTREG, IN ORDER OF FIRST
005252*    APPEARANCE, STAMPED ON EVERY SHRINKAGE LINE
005254*=================================================================
005256 01  WS-SHIFT-TABLE.
005258     05  WS-SHIFT-COUNT             PIC 9(1) VALUE ZERO.
005260     05  WS-SHIFT-OPERATOR          PIC X(3) OCCURS 4 TIMES.
005262 01  WS-SHIFT-SUB                   PIC 9(1).
005264 01  WS-SHIFT-MATCH-SUB             PIC 9(1).
005266 01  WS-LINE-OPERATOR               PIC X(3).
005300 01  WS-COMPARE-KEYS.
005400     05  WS-VIDEO-KEY               PIC 9(5).
005500     05  WS-SHELF-KEY               PIC 9(5).
005900     05  WS-EXTRA-COUNT             PIC 9(5) VALUE ZERO.
006000     05  WS-MISSHELVED-COUNT        PIC 9(5) VALUE ZERO.
006050     05  WS-VARIANCE-LINES-WRITTEN  PIC 9(5) VALUE ZERO.
006060     05  WS-SHRINK-LINES            PIC 9(5) VALUE ZERO.
006100 01  WS-VARIANCE-LINE.
006200     05  FILLER                     PIC X(1)  VALUE SPACE.
006300     05  VL-VIDEO-CODE              PIC 9(5).
007784                             ==:PROGVERS:== BY =='Version 001'==.
007800*=================================================================
007900 1000-INITIALIZE.
007905     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
007910     PERFORM 1050-LOAD-CONTROL-CARD
007920     PERFORM 1070-LOAD-SHIFT-OPERATORS
008000     OPEN INPUT VIDOFILE
008100     IF FC-VIDOFILE-STATUS NOT = '00'
008150         AND FC-VIDOFILE-STATUS NOT = '05'
008600         MOVE 'Y' TO WS-SHELF-EOF-SW
008700     END-IF
008800     OPEN OUTPUT VARIANCE-RPT
008805     OPEN INPUT CPYFILE
008810     IF FC-CPYFILE-STATUS = '00'
008815         OR FC-CPYFILE-STATUS = '05'
008820         MOVE 'Y' TO WS-CPYFILE-AVAIL-SW
008825     END-IF
008830     OPEN EXTEND SHRKHIST-FILE
008835     IF FC-SHRKHIST-STATUS = '00'
008840         OR FC-SHRKHIST-STATUS = '05'
008845         MOVE 'Y' TO WS-SHRKHIST-AVAIL-SW
008850     ELSE
008855         DISPLAY 'RECON: UNABLE TO EXTEND SHRKHIST, STATUS='
008860             FC-SHRKHIST-STATUS
008865     END-IF
008900     PERFORM 1100-READ-NEXT-VIDEO
009000     PERFORM 1200-READ-NEXT-SHELF.
009010*=================================================================
009086         END-READ
009087     END-IF
009088     CLOSE RECONCTL-FILE.
009089*=================================================================
009090*    1070-LOAD-SHIFT-OPERATORS - THE OPERATOR IDS ON THE NIGHT'S
009091*    RENTREG (COLUMNS 76-78 OF A TRANSACTION LINE), FIRST FOUR
009092*=================================================================
009093 1070-LOAD-SHIFT-OPERATORS.
009094     MOVE SPACES TO WS-SHIFT-TABLE
009095     MOVE ZERO TO WS-SHIFT-COUNT
009096     OPEN INPUT RENTREG-IN
009097     IF FC-RENTREG-STATUS NOT = '00'
009098         MOVE 'Y' TO WS-RENTREG-EOF-SW
009099     END-IF
009100     PERFORM 1080-TAKE-ONE-REGISTER-LINE
009101         UNTIL WS-RENTREG-EOF
009102     CLOSE RENTREG-IN.
009103*=================================================================
009104*    1080-TAKE-ONE-REGISTER-LINE
009105*=================================================================
009106 1080-TAKE-ONE-REGISTER-LINE.
009107     READ RENTREG-IN
009108         AT END
009109             MOVE 'Y' TO WS-RENTREG-EOF-SW
009110     END-READ
009111     IF NOT WS-RENTREG-EOF
009112         AND RENTREG-IN-LINE (5:5) NUMERIC
009113         AND RENTREG-IN-LINE (76:3) NOT = SPACES
009114         MOVE RENTREG-IN-LINE (76:3) TO WS-LINE-OPERATOR
009115         MOVE ZERO TO WS-SHIFT-MATCH-SUB
009116         PERFORM 1090-CHECK-ONE-OPERATOR
009117             VARYING WS-SHIFT-SUB FROM 1 BY 1
009118             UNTIL WS-SHIFT-SUB > WS-SHIFT-COUNT
009119         IF WS-SHIFT-MATCH-SUB = ZERO
009120             AND WS-SHIFT-COUNT < 4
009121             ADD 1 TO WS-SHIFT-COUNT
009122             MOVE WS-LINE-OPERATOR
009123                 TO WS-SHIFT-OPERATOR (WS-SHIFT-COUNT)
009124         END-IF
009125     END-IF.
009126*=================================================================
009127*    1090-CHECK-ONE-OPERATOR
009128*=================================================================
009129 1090-CHECK-ONE-OPERATOR.
009130     IF WS-SHIFT-OPERATOR (WS-SHIFT-SUB) = WS-LINE-OPERATOR
009131         MOVE WS-SHIFT-SUB TO WS-SHIFT-MATCH-SUB
009132     END-IF.
009133*=================================================================
009200 1100-READ-NEXT-VIDEO.
009300     READ VIDOFILE NEXT RECORD
009400         AT END
013000         MOVE 'QUANTITY MISMATCH'    TO VL-VARIANCE-TYPE
013100         WRITE VARIANCE-LINE FROM WS-VARIANCE-LINE
013150         ADD 1 TO WS-VARIANCE-LINES-WRITTEN
013155         IF SHELF-COUNTED-COPIES < VIDEO-COPIES-ON-HAND
013160             COMPUTE WS-SHORT-QTY =
013165                 VIDEO-COPIES-ON-HAND - SHELF-COUNTED-COPIES
013170             MOVE SHELF-COUNTED-COPIES TO WS-FOUND-QTY
013175             PERFORM 2400-RECORD-THE-SHORTFALL
013180         END-IF
013200     END-IF.
013300*=================================================================
013400 2200-REPORT-MISSING-ON-SHELF.
013800     MOVE ZERO                       TO VL-SHELF-QTY
013900     MOVE 'MISSING FROM SHELF'       TO VL-VARIANCE-TYPE
014000     WRITE VARIANCE-LINE FROM WS-VARIANCE-LINE
014050     ADD 1 TO WS-VARIANCE-LINES-WRITTEN
014055     IF VIDEO-COPIES-ON-HAND > ZERO
014060         MOVE VIDEO-COPIES-ON-HAND TO WS-SHORT-QTY
014065         MOVE ZERO TO WS-FOUND-QTY
014070         PERFORM 2400-RECORD-THE-SHORTFALL
014075     END-IF.
014100*=================================================================
014200 2300-REPORT-EXTRA-ON-SHELF.
014300     ADD 1 TO WS-EXTRA-COUNT
014700     MOVE 'NOT IN VIDOFILE'          TO VL-VARIANCE-TYPE
014800     WRITE VARIANCE-LINE FROM WS-VARIANCE-LINE
014850     ADD 1 TO WS-VARIANCE-LINES-WRITTEN.
014851*=================================================================
014852*    2400-RECORD-THE-SHORTFALL - ONE SHRKHIST LINE PER ON-SHELF
014853*    COPY THE SCAN MISSED, THEN ONE TITLE LINE FOR THE REST
014854*=================================================================
014855 2400-RECORD-THE-SHORTFALL.
014856     IF WS-SHRKHIST-AVAILABLE
014857         MOVE WS-SHORT-QTY TO WS-UNPLACED-QTY
014858         IF WS-CPYFILE-AVAILABLE
014859             MOVE 'N' TO WS-COPY-SCAN-DONE-SW
014860             MOVE VIDEO-CODE TO COPY-VIDEO-CODE
014861             MOVE ZERO TO COPY-NUMBER
014862             START CPYFILE KEY IS NOT LESS THAN COPY-KEY
014863                 INVALID KEY
014864                     MOVE 'Y' TO WS-COPY-SCAN-DONE-SW
014865             END-START
014866             PERFORM 2410-CHECK-ONE-COPY
014867                 UNTIL WS-COPY-SCAN-DONE
014868                    OR WS-UNPLACED-QTY = ZERO
014869         END-IF
014870         IF WS-UNPLACED-QTY > ZERO
014871             PERFORM 2450-START-SHRINK-LINE
014872             MOVE ZERO             TO SHRK-COPY-NUMBER
014873             MOVE VIDEO-STORE-CODE TO SHRK-STORE-CODE
014874             MOVE WS-UNPLACED-QTY  TO SHRK-SHORT-QTY
014875             MOVE ZERO             TO SHRK-LAST-SEEN-DATE
014876             WRITE SHRINK-RECORD
014877             ADD 1 TO WS-SHRINK-LINES
014878         END-IF
014879     END-IF.
014880*=================================================================
014881*    2410-CHECK-ONE-COPY - AN ON-SHELF COPY NOT STAMPED AS
014882*    COUNTED TONIGHT IS ONE THE SCAN MISSED
014883*=================================================================
014884 2410-CHECK-ONE-COPY.
014885     READ CPYFILE NEXT RECORD
014886         AT END
014887             MOVE 'Y' TO WS-COPY-SCAN-DONE-SW
014888     END-READ
014889     IF NOT WS-COPY-SCAN-DONE
014890         IF COPY-VIDEO-CODE NOT = VIDEO-CODE
014891             MOVE 'Y' TO WS-COPY-SCAN-DONE-SW
014892         ELSE
014893             IF COPY-ON-SHELF
014894                 AND COPY-LAST-COUNTED-DATE
014895                     < WS-CURRENT-DATE-YYYYMMDD
014896                 PERFORM 2450-START-SHRINK-LINE
014897                 MOVE COPY-NUMBER     TO SHRK-COPY-NUMBER
014898                 MOVE COPY-STORE-CODE TO SHRK-STORE-CODE
014899                 MOVE 1               TO SHRK-SHORT-QTY
014900                 MOVE COPY-LAST-COUNTED-DATE
014901                     TO SHRK-LAST-SEEN-DATE
014902                 WRITE SHRINK-RECORD
014903                 ADD 1 TO WS-SHRINK-LINES
014904                 SUBTRACT 1 FROM WS-UNPLACED-QTY
014905             END-IF
014906         END-IF
014907     END-IF.
014908*=================================================================
014909*    2450-START-SHRINK-LINE - THE FIELDS EVERY COUNT LINE SHARES
014910*=================================================================
014911 2450-START-SHRINK-LINE.
014912     MOVE SPACES                   TO SHRINK-RECORD
014913     MOVE WS-CURRENT-DATE-YYYYMMDD TO SHRK-EVENT-DATE
014914     MOVE 'C'                      TO SHRK-SOURCE
014915     MOVE VIDEO-CODE               TO SHRK-VIDEO-CODE
014916     MOVE VIDEO-MEDIA-FORMAT       TO SHRK-MEDIA-FORMAT
014917     MOVE VIDEO-COPIES-ON-HAND     TO SHRK-BOOK-QTY
014918     MOVE WS-FOUND-QTY             TO SHRK-FOUND-QTY
014919     MOVE ZERO                     TO SHRK-OVER-QTY
014920     PERFORM 2460-STAMP-ONE-OPERATOR
014921         VARYING WS-SHIFT-SUB FROM 1 BY 1
014922         UNTIL WS-SHIFT-SUB > 4.
014923*=================================================================
014924*    2460-STAMP-ONE-OPERATOR
014925*=================================================================
014926 2460-STAMP-ONE-OPERATOR.
014927     MOVE WS-SHIFT-OPERATOR (WS-SHIFT-SUB)
014928         TO SHRK-SHIFT-OPERATOR (WS-SHIFT-SUB).
014929*=================================================================
015000 3000-TERMINATE.
015100     CLOSE VIDOFILE
015200     CLOSE SHELFCNT
015300     CLOSE VARIANCE-RPT
015310     IF WS-CPYFILE-AVAILABLE
015320         CLOSE CPYFILE
015330     END-IF
015340     IF WS-SHRKHIST-AVAILABLE
015350         CLOSE SHRKHIST-FILE
015360     END-IF
015400     DISPLAY 'RECON: MISSING FROM SHELF = ' WS-MISSING-COUNT
015500     DISPLAY 'RECON: EXTRA ON SHELF     = ' WS-EXTRA-COUNT
015600     DISPLAY 'RECON: MIS-SHELVED        = ' WS-MISSHELVED-COUNT
015610     DISPLAY 'RECON: SHRINKAGE LINES    = ' WS-SHRINK-LINES.
015700*=================================================================
015800*=================================================================
015810*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
