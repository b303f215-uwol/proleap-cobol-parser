001220*                   STATUS 'T', SET BY XFERPROC) NOW REDUCE THE
001230*                   EXPECTED ON-HAND COUNT SO A TRANSFER IS NOT
001240*                   FLAGGED (OR "CORRECTED") AS DRIFT.
001250*  2026-10-15 VSG   COPIES RETURNED TO VENDOR (CPYFILE STATUS
001260*                   'V', SET BY RTVPROC) ARE COUNTED ON THE COPY
001270*                   WALK; A TITLE WHOSE COPIES HAVE ALL GONE BACK
001280*                   IS COUNTED AS RETURNED, NOT AS UNBASELINED.
001285*  2026-10-15 VSG   EVERY DRIFT IS NOW APPENDED TO THE SHRKHIST
001290*                   SHRINKAGE HISTORY WITH THE CLERKS ON THE
001295*                   NIGHT'S RENTREG, FOR THE SHRKRPT REPORT.
001300*=================================================================
001400*  RECOMPUTES EACH TITLE'S EXPECTED ON-HAND COUNT AS THE COPIES
001500*  OWNED (VIDEO-TOTAL-COPIES) MINUS THE TITLE'S OPEN RENTALS ON
001800*  ALSO CORRECTS THE ON-HAND COUNT IN PLACE, SO INVENTORY
001900*  SELF-HEALS NIGHTLY INSTEAD OF WAITING FOR THE MONTHLY RECON.
002000*  TITLES NOT YET BASELINED (TOTAL COPIES ZERO) ARE COUNTED AND
002100*  SKIPPED.  RTVPROC TAKES A RETURNED-TO-VENDOR COPY OUT OF
002110*  THE OWNED COUNT AS IT SHIPS, SO IT IS NEVER EXPECTED ON HAND
002120*  OR REPORTED MISSING; A TITLE LEFT WITH NO COPIES OWNED BECAUSE
002130*  THEY WENT BACK TO THE DISTRIBUTOR IS COUNTED SEPARATELY.
002140*  EVERY DRIFT FOUND, SHORT OR OVER, IS ALSO APPENDED TO THE
002150*  SHRKHIST SHRINKAGE HISTORY (SEE SHRKREC) WITH THE OPERATOR
002160*  IDS KEYING ON THE NIGHT'S RENTREG, SO THE MONTHLY SHRKRPT
002170*  LOSS-PREVENTION REPORT SEES IT AFTER TONIGHT'S REPORT IS GONE.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004300     SELECT OPTIONAL DRIFTCTL-FILE ASSIGN TO 'DRIFTCTL'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FC-DRIFTCTL-STATUS.
004510     SELECT OPTIONAL RENTREG-IN ASSIGN TO 'RENTREG'
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS FC-RENTREG-STATUS.
004540     SELECT OPTIONAL SHRKHIST-FILE ASSIGN TO 'SHRKHIST'
004550         ORGANIZATION IS LINE SEQUENTIAL
004560         FILE STATUS IS FC-SHRKHIST-STATUS.
004600     SELECT DRIFTRPT-RPT ASSIGN TO 'DRIFTRPT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FC-DRIFTRPT-STATUS.
005800     05  DC-CORRECT-SW              PIC X(1).
005900         88  DC-CORRECT-MODE        VALUE 'C'.
006000     05  FILLER                     PIC X(79).
006010 FD  RENTREG-IN
006020     RECORD CONTAINS 80 CHARACTERS.
006030 01  RENTREG-IN-LINE                PIC X(80).
006040 FD  SHRKHIST-FILE
006050     RECORD CONTAINS 80 CHARACTERS.
006060 COPY SHRKREC.
006100 FD  DRIFTRPT-RPT
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  DRIFTRPT-LINE                  PIC X(80).
006910     05  FC-CPYFILE-STATUS          PIC X(2).
007000     05  FC-DRIFTCTL-STATUS         PIC X(2).
007100     05  FC-DRIFTRPT-STATUS         PIC X(2).
007110     05  FC-RENTREG-STATUS          PIC X(2).
007120     05  FC-SHRKHIST-STATUS         PIC X(2).
007200 01  WS-SWITCHES.
007300     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
007400         88  WS-EOF                 VALUE 'Y'.
007820         88  WS-CPYFILE-AVAILABLE   VALUE 'Y'.
007830     05  WS-COPY-SCAN-DONE-SW       PIC X(1) VALUE 'N'.
007840         88  WS-COPY-SCAN-DONE      VALUE 'Y'.
007841     05  WS-RENTREG-EOF-SW          PIC X(1) VALUE 'N'.
007842         88  WS-RENTREG-EOF         VALUE 'Y'.
007843     05  WS-SHRKHIST-AVAIL-SW       PIC X(1) VALUE 'N'.
007844         88  WS-SHRKHIST-AVAILABLE  VALUE 'Y'.
007845 01  WS-CURRENT-DATE.
007846     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
007847*=================================================================
007848*    THE CLERKS KEYING ON THE NIGHT'S RENTREG, IN ORDER OF FIRST
007849*    APPEARANCE, STAMPED ON EVERY SHRINKAGE LINE
007850*=================================================================
007851 01  WS-SHIFT-TABLE.
007852     05  WS-SHIFT-COUNT             PIC 9(1) VALUE ZERO.
007853     05  WS-SHIFT-OPERATOR          PIC X(3) OCCURS 4 TIMES.
007854 01  WS-SHIFT-SUB                   PIC 9(1).
007855 01  WS-SHIFT-MATCH-SUB             PIC 9(1).
007856 01  WS-LINE-OPERATOR               PIC X(3).
007857 01  WS-IN-TRANSIT-COUNT            PIC 9(3).
007860 01  WS-RETURNED-COUNT              PIC 9(3).
007900 01  WS-OPEN-RENTAL-COUNT           PIC 9(3).
008000 01  WS-EXPECTED-ON-HAND            PIC S9(4).
008100 01  WS-CHECK-VIDEO-CODE            PIC 9(5).
008400     05  WS-TITLES-DRIFTED          PIC 9(7) VALUE ZERO.
008500     05  WS-TITLES-CORRECTED        PIC 9(7) VALUE ZERO.
008600     05  WS-TITLES-UNBASELINED      PIC 9(7) VALUE ZERO.
008610     05  WS-TITLES-RETURNED         PIC 9(7) VALUE ZERO.
008620     05  WS-SHRINK-LINES            PIC 9(7) VALUE ZERO.
008700 01  WS-DRIFT-DETAIL.
008800     05  FILLER                     PIC X(1)  VALUE SPACE.
008900     05  DR-VIDEO-CODE              PIC 9(5).
011905         MOVE 12 TO RETURN-CODE
011906         STOP RUN
011907     END-IF
011908     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
012000     PERFORM 1050-LOAD-CONTROL-CARD
012010     PERFORM 1070-LOAD-SHIFT-OPERATORS
012100     OPEN I-O VIDOFILE
012200     IF FC-VIDOFILE-STATUS NOT = '00'
012300         AND FC-VIDOFILE-STATUS NOT = '05'
013501     IF NOT RCHK-IN-PROD
013502         WRITE DRIFTRPT-LINE FROM RCHK-WATERMARK
013503     END-IF
013504     OPEN EXTEND SHRKHIST-FILE
013505     IF FC-SHRKHIST-STATUS = '00'
013506         OR FC-SHRKHIST-STATUS = '05'
013507         MOVE 'Y' TO WS-SHRKHIST-AVAIL-SW
013508     ELSE
013509         DISPLAY 'DRIFTCHK: UNABLE TO EXTEND SHRKHIST, STATUS='
013510             FC-SHRKHIST-STATUS
013511     END-IF
013600     PERFORM 1100-READ-NEXT-VIDEO.
013700*=================================================================
013800*    1050-LOAD-CONTROL-CARD
015000         END-READ
015100     END-IF
015200     CLOSE DRIFTCTL-FILE.
015202*=================================================================
015204*    1070-LOAD-SHIFT-OPERATORS - THE OPERATOR IDS ON THE NIGHT'S
015206*    RENTREG (COLUMNS 76-78 OF A TRANSACTION LINE), FIRST FOUR
015208*=================================================================
015210 1070-LOAD-SHIFT-OPERATORS.
015212     MOVE SPACES TO WS-SHIFT-TABLE
015214     MOVE ZERO TO WS-SHIFT-COUNT
015216     OPEN INPUT RENTREG-IN
015218     IF FC-RENTREG-STATUS NOT = '00'
015220         MOVE 'Y' TO WS-RENTREG-EOF-SW
015222     END-IF
015224     PERFORM 1080-TAKE-ONE-REGISTER-LINE
015226         UNTIL WS-RENTREG-EOF
015228     CLOSE RENTREG-IN.
015230*=================================================================
015232*    1080-TAKE-ONE-REGISTER-LINE
015234*=================================================================
015236 1080-TAKE-ONE-REGISTER-LINE.
015238     READ RENTREG-IN
015240         AT END
015242             MOVE 'Y' TO WS-RENTREG-EOF-SW
015244     END-READ
015246     IF NOT WS-RENTREG-EOF
015248         AND RENTREG-IN-LINE (5:5) NUMERIC
015250         AND RENTREG-IN-LINE (76:3) NOT = SPACES
015252         MOVE RENTREG-IN-LINE (76:3) TO WS-LINE-OPERATOR
015254         MOVE ZERO TO WS-SHIFT-MATCH-SUB
015256         PERFORM 1090-CHECK-ONE-OPERATOR
015258             VARYING WS-SHIFT-SUB FROM 1 BY 1
015260             UNTIL WS-SHIFT-SUB > WS-SHIFT-COUNT
015262         IF WS-SHIFT-MATCH-SUB = ZERO
015264             AND WS-SHIFT-COUNT < 4
015266             ADD 1 TO WS-SHIFT-COUNT
015268             MOVE WS-LINE-OPERATOR
015270                 TO WS-SHIFT-OPERATOR (WS-SHIFT-COUNT)
015272         END-IF
015274     END-IF.
015276*=================================================================
015278*    1090-CHECK-ONE-OPERATOR
015280*=================================================================
015282 1090-CHECK-ONE-OPERATOR.
015284     IF WS-SHIFT-OPERATOR (WS-SHIFT-SUB) = WS-LINE-OPERATOR
015286         MOVE WS-SHIFT-SUB TO WS-SHIFT-MATCH-SUB
015288     END-IF.
015300*=================================================================
015400*    1100-READ-NEXT-VIDEO
015500*=================================================================
017400 2000-CHECK-ONE-TITLE.
017500     ADD 1 TO WS-TITLES-CHECKED
017600     IF VIDEO-TOTAL-COPIES = ZERO
017610         PERFORM 2150-COUNT-IN-TRANSIT
017620         IF WS-RETURNED-COUNT > ZERO
017630             ADD 1 TO WS-TITLES-RETURNED
017640         ELSE
017650             ADD 1 TO WS-TITLES-UNBASELINED
017660         END-IF
017800     ELSE
017900         PERFORM 2100-COUNT-OPEN-RENTALS
017910         PERFORM 2150-COUNT-IN-TRANSIT
022000     END-IF.
022010*=================================================================
022020*    2150-COUNT-IN-TRANSIT - WALK THE TITLE'S CPYFILE COPIES IN
022030*    KEY ORDER AND COUNT THE ONES OUT ON A TRANSFER AND THE ONES
022035*    RETURNED TO VENDOR
022040*=================================================================
022050 2150-COUNT-IN-TRANSIT.
022051     MOVE ZERO TO WS-IN-TRANSIT-COUNT
022052     MOVE ZERO TO WS-RETURNED-COUNT
022053     IF WS-CPYFILE-AVAILABLE
022054         MOVE 'N' TO WS-COPY-SCAN-DONE-SW
022055         MOVE WS-CHECK-VIDEO-CODE TO COPY-VIDEO-CODE
022056         MOVE ZERO TO COPY-NUMBER
022057         START CPYFILE KEY IS NOT LESS THAN COPY-KEY
022058             INVALID KEY
022059                 MOVE 'Y' TO WS-COPY-SCAN-DONE-SW
022060         END-START
022061         PERFORM 2160-COUNT-ONE-COPY
022062             UNTIL WS-COPY-SCAN-DONE
022063     END-IF.
022064*=================================================================
022065*    2160-COUNT-ONE-COPY
022066*=================================================================
022067 2160-COUNT-ONE-COPY.
022068     READ CPYFILE NEXT RECORD
022069         AT END
022070             MOVE 'Y' TO WS-COPY-SCAN-DONE-SW
022071     END-READ
022072     IF NOT WS-COPY-SCAN-DONE
022073         IF COPY-VIDEO-CODE NOT = WS-CHECK-VIDEO-CODE
022074             MOVE 'Y' TO WS-COPY-SCAN-DONE-SW
022075         ELSE
022076             IF COPY-IN-TRANSIT
022077                 ADD 1 TO WS-IN-TRANSIT-COUNT
022078             END-IF
022079             IF COPY-RETURNED-TO-VENDOR
022080                 ADD 1 TO WS-RETURNED-COUNT
022081             END-IF
022082         END-IF
022083     END-IF.
022100*=================================================================
022200*    2200-REPORT-AND-CORRECT
022300*=================================================================
022800     MOVE WS-OPEN-RENTAL-COUNT       TO DR-OPEN-RENTALS
022900     MOVE WS-EXPECTED-ON-HAND        TO DR-EXPECTED
023000     MOVE VIDEO-COPIES-ON-HAND       TO DR-ON-HAND
023010     PERFORM 2300-RECORD-THE-DRIFT
023100     IF WS-CORRECT-MODE
023200         MOVE WS-EXPECTED-ON-HAND    TO VIDEO-COPIES-ON-HAND
023300         REWRITE VIDEO-RECORD
024100         MOVE 'REPORT ONLY'          TO DR-ACTION
024200     END-IF
024300     WRITE DRIFTRPT-LINE FROM WS-DRIFT-DETAIL.
024302*=================================================================
024304*    2300-RECORD-THE-DRIFT - ONE SHRKHIST LINE FOR THE TITLE,
024306*    TAKEN BEFORE ANY CORRECTION
024308*=================================================================
024310 2300-RECORD-THE-DRIFT.
024312     IF WS-SHRKHIST-AVAILABLE
024314         MOVE SPACES                   TO SHRINK-RECORD
024316         MOVE WS-CURRENT-DATE-YYYYMMDD TO SHRK-EVENT-DATE
024318         MOVE 'D'                      TO SHRK-SOURCE
024320         MOVE VIDEO-CODE               TO SHRK-VIDEO-CODE
024322         MOVE ZERO                     TO SHRK-COPY-NUMBER
024324         MOVE VIDEO-STORE-CODE         TO SHRK-STORE-CODE
024326         MOVE VIDEO-MEDIA-FORMAT       TO SHRK-MEDIA-FORMAT
024328         MOVE WS-EXPECTED-ON-HAND      TO SHRK-BOOK-QTY
024330         MOVE VIDEO-COPIES-ON-HAND     TO SHRK-FOUND-QTY
024332         MOVE ZERO                     TO SHRK-SHORT-QTY
024334         MOVE ZERO                     TO SHRK-OVER-QTY
024336         IF WS-EXPECTED-ON-HAND > VIDEO-COPIES-ON-HAND
024338             COMPUTE SHRK-SHORT-QTY =
024340                 WS-EXPECTED-ON-HAND - VIDEO-COPIES-ON-HAND
024342         ELSE
024344             COMPUTE SHRK-OVER-QTY =
024346                 VIDEO-COPIES-ON-HAND - WS-EXPECTED-ON-HAND
024348         END-IF
024350         MOVE ZERO                     TO SHRK-LAST-SEEN-DATE
024352         PERFORM 2310-STAMP-ONE-OPERATOR
024354             VARYING WS-SHIFT-SUB FROM 1 BY 1
024356             UNTIL WS-SHIFT-SUB > 4
024358         WRITE SHRINK-RECORD
024360         ADD 1 TO WS-SHRINK-LINES
024362     END-IF.
024364*=================================================================
024366*    2310-STAMP-ONE-OPERATOR
024368*=================================================================
024370 2310-STAMP-ONE-OPERATOR.
024372     MOVE WS-SHIFT-OPERATOR (WS-SHIFT-SUB)
024374         TO SHRK-SHIFT-OPERATOR (WS-SHIFT-SUB).
024400*=================================================================
024500*    3000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
024600*=================================================================
024910     IF WS-CPYFILE-AVAILABLE
024920         CLOSE CPYFILE
024930     END-IF
024940     IF WS-SHRKHIST-AVAILABLE
024950         CLOSE SHRKHIST-FILE
024960     END-IF
025000     CLOSE DRIFTRPT-RPT
025100     DISPLAY 'DRIFTCHK: TITLES CHECKED     = '
025200         WS-TITLES-CHECKED
025500     DISPLAY 'DRIFTCHK: TITLES CORRECTED   = '
025600         WS-TITLES-CORRECTED
025700     DISPLAY 'DRIFTCHK: NOT YET BASELINED  = '
025800         WS-TITLES-UNBASELINED
025810     DISPLAY 'DRIFTCHK: RETURNED TO VENDOR = '
025820         WS-TITLES-RETURNED
025830     DISPLAY 'DRIFTCHK: SHRINKAGE LINES    = '
025840         WS-SHRINK-LINES.
025900*=================================================================
026000*=================================================================
026100*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
