001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 SSG   INITIAL VERSION - CROSS-STEP CONTROL-TOTAL
001200*                   BALANCING GATE FOR THE NIGHTLY RUN.
001210*  2026-10-15 SSG   LATEFEE NOW READS THE OPENRENT OPEN-RENTALS
001220*                   EXTRACT, SO ITS RENTALS CHECKED BALANCE TO
001230*                   THE EXTRACT TRAILER'S OPEN COUNT, AND THE
001240*                   EXTRACT'S RENTALS READ TAKE OVER THE CHECK
001250*                   AGAINST RENTFILE PLUS ARCHIVED.
001300*=================================================================
001400*  RUN AS THE LAST LEG OF THE NIGHT.  CHECKS THE HANDOFFS THE
001500*  SUITE HAS NEVER BALANCED:
001600*    - ISSUE14'S CTLTOTAL TRAILER MUST BE INTERNALLY CONSISTENT
001700*      (RECORDS READ = HEADERS + DETAILS + TRAILERS);
001800*    - THE RENTALS LATEFEE SAYS IT CHECKED (FEEDUE CTL TRAILER)
001900*      MUST EQUAL THE OPEN RENTALS OPNEXTR WROTE TO THE
001902*      OPENRENT EXTRACT (EXTRACT CTL TRAILER);
001904*    - THE RENTALS OPNEXTR SAYS IT READ MUST EQUAL THE RENTALS
001906*      STILL ON RENTFILE PLUS THE RENTALS ARCHPRG ARCHIVED
001910*      LATER THE SAME NIGHT (ARCHCTL CONTROL TOTAL) - THIS GATE
001920*      RUNS AFTER THE ARCHIVE STEP;
002000*    - THE EXCEPTIONS OVRDUE SAYS IT WROTE (OVERDUE CTL
002100*      TRAILER) MUST EQUAL THE VIDOEXC LINES ON FILE.
002200*  ANY VARIANCE IS LISTED ON THE BALRPT VARIANCE REPORT AND THE
004310     SELECT OPTIONAL ARCHCTL-IN ASSIGN TO 'ARCHCTL'
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS FC-ARCHCTL-STATUS.
004340     SELECT OPTIONAL OPENRENT-IN ASSIGN TO 'OPENRENT'
004350         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS FC-OPENRENT-STATUS.
004400     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
007840     05  AR-CTL-TAG                 PIC X(21).
007850     05  AR-CTL-VALUE               PIC X(7).
007860     05  FILLER                     PIC X(52).
007870 FD  OPENRENT-IN
007880     RECORD CONTAINS 100 CHARACTERS.
007890 01  OPENRENT-LINE                  PIC X(100).
007900 FD  RENTFILE.
008000 COPY RENTREC.
008100 FD  BALRPT-RPT
008400 WORKING-STORAGE SECTION.
008500*=================================================================
008600 COPY VERSTAMP.
008610 COPY OPNXREC.
008700 01  FC-STATUSES.
008800     05  FC-CTLTOTAL-STATUS         PIC X(2).
008900     05  FC-FEEDUE-STATUS           PIC X(2).
009000     05  FC-OVERDUE-STATUS          PIC X(2).
009100     05  FC-VIDOEXC-STATUS          PIC X(2).
009110     05  FC-ARCHCTL-STATUS          PIC X(2).
009120     05  FC-OPENRENT-STATUS         PIC X(2).
009200     05  FC-RENTFILE-STATUS         PIC X(2).
009300     05  FC-BALRPT-STATUS           PIC X(2).
009400 01  WS-SWITCHES.
010200         88  WS-EXC-EOF             VALUE 'Y'.
010300     05  WS-RENT-EOF-SW             PIC X(1) VALUE 'N'.
010400         88  WS-RENT-EOF            VALUE 'Y'.
010410     05  WS-OPX-EOF-SW              PIC X(1) VALUE 'N'.
010420         88  WS-OPX-EOF             VALUE 'Y'.
010500 01  WS-ISSUE14-TOTALS.
010600     05  WS-I14-TOTAL               PIC 9(7) VALUE ZERO.
010700     05  WS-I14-HEADERS             PIC 9(7) VALUE ZERO.
011320 01  WS-ONFILE-PLUS-ARCHIVED        PIC 9(8) VALUE ZERO.
011400 01  WS-LATEFEE-TRAILER-SW          PIC X(1) VALUE 'N'.
011500     88  WS-LATEFEE-TRAILER-SEEN    VALUE 'Y'.
011510 01  WS-EXTRACT-READ                PIC 9(7) VALUE ZERO.
011520 01  WS-EXTRACT-OPEN                PIC 9(7) VALUE ZERO.
011530 01  WS-EXTRACT-TRAILER-SW          PIC X(1) VALUE 'N'.
011540     88  WS-EXTRACT-TRAILER-SEEN    VALUE 'Y'.
011600 01  WS-OVRDUE-EXCEPTIONS           PIC 9(7) VALUE ZERO.
011700 01  WS-OVRDUE-TRAILER-SW           PIC X(1) VALUE 'N'.
011800     88  WS-OVRDUE-TRAILER-SEEN     VALUE 'Y'.
013700     PERFORM 1000-INITIALIZE
013800     PERFORM 2000-CHECK-ISSUE14-TRAILER
013900     PERFORM 3000-CHECK-LATEFEE-HANDOFF
013910     PERFORM 3500-CHECK-EXTRACT-HANDOFF
014000     PERFORM 4000-CHECK-OVRDUE-HANDOFF
014100     PERFORM 5000-TERMINATE
014200     PERFORM 9000-DISPLAY-VERSION-TRAILER
021300     END-IF.
021400*=================================================================
021500*    3000-CHECK-LATEFEE-HANDOFF - FEEDUE CTL TRAILER VS THE
021600*    OPEN RENTALS ON THE OPENRENT EXTRACT
021700*=================================================================
021800 3000-CHECK-LATEFEE-HANDOFF.
021900     OPEN INPUT FEEDUE-IN
022300     PERFORM 3100-READ-ONE-FEEDUE-LINE
022400         UNTIL WS-FEE-EOF
022500     CLOSE FEEDUE-IN
022600     PERFORM 3400-READ-EXTRACT-TRAILER
022700     MOVE 'LATEFEE VS EXTRACT OPEN' TO VD-CHECK-NAME
022800     MOVE WS-LATEFEE-CHECKED        TO VD-EXPECTED
022900     MOVE WS-EXTRACT-OPEN           TO VD-ACTUAL
023000     IF NOT WS-LATEFEE-TRAILER-SEEN
023100         MOVE 'LATEFEE CTL TRAILER MISSING' TO VD-CHECK-NAME
023200         PERFORM 8100-WRITE-VARIANCE
023300     ELSE
023400         IF WS-LATEFEE-CHECKED = WS-EXTRACT-OPEN
023500             PERFORM 8200-WRITE-IN-BALANCE
023600         ELSE
023700             PERFORM 8100-WRITE-VARIANCE
027700     END-IF.
027800*=================================================================
027810*    3300-READ-ARCHIVED-COUNT - THE RENTALS ARCHPRG MOVED TO
027820*    RENTHIST AFTER OPNEXTR COUNTED THEM (ARCHCTL CONTROL
027830*    TOTAL; A MISSING FILE MEANS NOTHING WAS ARCHIVED)
027840*=================================================================
027850 3300-READ-ARCHIVED-COUNT.
027890         END-READ
027891     END-IF
027892     CLOSE ARCHCTL-IN.
027893*=================================================================
027894*    3400-READ-EXTRACT-TRAILER - RENTALS READ AND OPEN RENTALS
027895*    WRITTEN FROM THE OPENRENT CONTROL TRAILER
027896*=================================================================
027897 3400-READ-EXTRACT-TRAILER.
027898     OPEN INPUT OPENRENT-IN
027899     IF FC-OPENRENT-STATUS NOT = '00'
027900         MOVE 'Y' TO WS-OPX-EOF-SW
027901     END-IF
027902     PERFORM 3410-READ-ONE-EXTRACT-RECORD
027903         UNTIL WS-OPX-EOF
027904     CLOSE OPENRENT-IN.
027905*=================================================================
027906*    3410-READ-ONE-EXTRACT-RECORD
027907*=================================================================
027908 3410-READ-ONE-EXTRACT-RECORD.
027909     READ OPENRENT-IN INTO OPEN-RENTAL-EXTRACT
027910         AT END
027911             MOVE 'Y' TO WS-OPX-EOF-SW
027912     END-READ
027913     IF NOT WS-OPX-EOF
027914         AND OX-TRAILER-RECORD
027915         MOVE 'Y' TO WS-EXTRACT-TRAILER-SW
027916         MOVE OX-TRL-RENTALS-READ TO WS-EXTRACT-READ
027917         MOVE OX-TRL-OPEN-WRITTEN TO WS-EXTRACT-OPEN
027918     END-IF.
027919*=================================================================
027920*    3500-CHECK-EXTRACT-HANDOFF - OPENRENT CTL TRAILER VS THE
027921*    RENTALS ACTUALLY ON RENTFILE
027922*=================================================================
027923 3500-CHECK-EXTRACT-HANDOFF.
027924     PERFORM 3200-COUNT-RENTALS-ON-FILE
027925     PERFORM 3300-READ-ARCHIVED-COUNT
027926     COMPUTE WS-ONFILE-PLUS-ARCHIVED =
027927         WS-RENTALS-ON-FILE + WS-RENTALS-ARCHIVED
027928     MOVE 'OPNEXTR VS ONFILE+ARCHIVED' TO VD-CHECK-NAME
027929     MOVE WS-EXTRACT-READ           TO VD-EXPECTED
027930     MOVE WS-ONFILE-PLUS-ARCHIVED   TO VD-ACTUAL
027931     IF NOT WS-EXTRACT-TRAILER-SEEN
027932         MOVE 'OPNEXTR CTL TRAILER MISSING' TO VD-CHECK-NAME
027933         PERFORM 8100-WRITE-VARIANCE
027934     ELSE
027935         IF WS-EXTRACT-READ = WS-ONFILE-PLUS-ARCHIVED
027936             PERFORM 8200-WRITE-IN-BALANCE
027937         ELSE
027938             PERFORM 8100-WRITE-VARIANCE
027939         END-IF
027940     END-IF.
027941*=================================================================
027942*    4000-CHECK-OVRDUE-HANDOFF - OVERDUE CTL TRAILER VS THE
027943*    VIDOEXC EXCEPTION LINES ACTUALLY WRITTEN
027944*=================================================================
028200 4000-CHECK-OVRDUE-HANDOFF.
028300     OPEN INPUT OVERDUE-IN
028400     IF FC-OVERDUE-STATUS NOT = '00'
