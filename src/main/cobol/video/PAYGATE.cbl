000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    PAYGATE.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - COUNTER PAYMENT BRIDGE
001200*                   GATE AHEAD OF THE NIGHTLY PAYPOST STEP.
001300*=================================================================
001400*  THE PAYGATE CHECK FOR THE COUNTER PAYMENT CAPTURE: PROVES THE
001500*  PAYBRDG END-OF-DAY DRAIN ACTUALLY RAN BEFORE PAYPOST POSTS.
001600*  THE BRIDGE'S DRAINED-COMPLETE CONTROL RECORD (PAYCTL
001700*  DATASET) MUST BE PRESENT AND ITS ENTRY COUNT MUST AGREE WITH
001800*  THE CARD COUNT ON THE ONLINE PAYCARD DATASET (BATCH-HEADER
001900*  CARDS EXCLUDED).  A MISSING CONTROL RECORD OR A COUNT
002000*  MISMATCH FAILS LOUDLY RC=8 AND THE PAYPOST STEP FLUSHES -
002100*  A PAYMENT THE CUSTOMER HOLDS A RECEIPT FOR NEVER WAITS A
002200*  DAY OR DIES WITH A RECYCLED QUEUE.
002300*=================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL PAYCTL-FILE ASSIGN TO 'PAYCTL'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FC-PAYCTL-STATUS.
003300     SELECT OPTIONAL PAYCARDS-FILE ASSIGN TO 'PAYCARDS'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FC-PAYCARDS-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PAYCTL-FILE
003900     RECORD CONTAINS 80 CHARACTERS.
004000 01  PAYCTL-RECORD.
004100     05  PG-CONTROL-TEXT            PIC X(23).
004200     05  PG-DRAINED-COUNT           PIC 9(5).
004300     05  FILLER                     PIC X(52).
004400 FD  PAYCARDS-FILE
004500     RECORD CONTAINS 80 CHARACTERS.
004600 01  PAYCARDS-LINE                   PIC X(80).
004700 WORKING-STORAGE SECTION.
004800*=================================================================
004900 COPY VERSTAMP.
005000 01  FC-STATUSES.
005100     05  FC-PAYCTL-STATUS            PIC X(2).
005200     05  FC-PAYCARDS-STATUS          PIC X(2).
005300 01  WS-SWITCHES.
005400     05  WS-CTL-EOF-SW              PIC X(1) VALUE 'N'.
005500         88  WS-CTL-EOF             VALUE 'Y'.
005600     05  WS-CARD-EOF-SW             PIC X(1) VALUE 'N'.
005700         88  WS-CARD-EOF            VALUE 'Y'.
005800     05  WS-CTL-FOUND-SW            PIC X(1) VALUE 'N'.
005900         88  WS-CTL-FOUND           VALUE 'Y'.
006000 01  WS-DRAINED-COUNT               PIC 9(5) VALUE ZERO.
006100 01  WS-CARD-COUNT                  PIC 9(5) VALUE ZERO.
006200 PROCEDURE DIVISION.
006300*=================================================================
006400 0000-MAINLINE.
006500     PERFORM 0900-DISPLAY-VERSION-STAMP
006600     PERFORM 1000-INITIALIZE
006700     PERFORM 2000-FIND-CONTROL-RECORD
006800         UNTIL WS-CTL-EOF
006900     PERFORM 3000-COUNT-THE-CARDS
007000         UNTIL WS-CARD-EOF
007100     PERFORM 4000-PROVE-THE-GATE
007200     PERFORM 5000-TERMINATE
007300     PERFORM 9000-DISPLAY-VERSION-TRAILER
007400     STOP RUN.
007500*=================================================================
007600*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
007700*=================================================================
007800 0900-DISPLAY-VERSION-STAMP.
007900     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='PAYGATE -'==
008000                             ==:PROGVERS:== BY =='Version 001'==.
008100*=================================================================
008200*    1000-INITIALIZE
008300*=================================================================
008400 1000-INITIALIZE.
008500     OPEN INPUT PAYCTL-FILE
008600     IF FC-PAYCTL-STATUS NOT = '00'
008700         MOVE 'Y' TO WS-CTL-EOF-SW
008800     END-IF
008900     OPEN INPUT PAYCARDS-FILE
009000     IF FC-PAYCARDS-STATUS NOT = '00'
009100         MOVE 'Y' TO WS-CARD-EOF-SW
009200     END-IF.
009300*=================================================================
009400*    2000-FIND-CONTROL-RECORD - THE LAST DRAINED-COMPLETE
009500*    RECORD ON THE CONTROL DATASET WINS
009600*=================================================================
009700 2000-FIND-CONTROL-RECORD.
009800     READ PAYCTL-FILE
009900         AT END
010000             MOVE 'Y' TO WS-CTL-EOF-SW
010100     END-READ
010200     IF NOT WS-CTL-EOF
010300         AND PG-CONTROL-TEXT = 'PAYCAPQ  DRAINED COUNT='
010400         AND PG-DRAINED-COUNT NUMERIC
010500         MOVE 'Y' TO WS-CTL-FOUND-SW
010600         MOVE PG-DRAINED-COUNT TO WS-DRAINED-COUNT
010700     END-IF.
010800*=================================================================
010900*    3000-COUNT-THE-CARDS - CARDS ON THE ONLINE PAYCARD DATASET,
011000*    BATCH-HEADER CARDS EXCLUDED
011100*=================================================================
011200 3000-COUNT-THE-CARDS.
011300     READ PAYCARDS-FILE
011400         AT END
011500             MOVE 'Y' TO WS-CARD-EOF-SW
011600     END-READ
011700     IF NOT WS-CARD-EOF
011800         AND PAYCARDS-LINE (1:6) NOT = 'BATCH '
011900         AND PAYCARDS-LINE NOT = SPACES
012000         ADD 1 TO WS-CARD-COUNT
012100     END-IF.
012200*=================================================================
012300*    4000-PROVE-THE-GATE - CONTROL PRESENT AND COUNTS AGREE,
012400*    OR THE NIGHT FAILS LOUDLY
012500*=================================================================
012600 4000-PROVE-THE-GATE.
012700     IF NOT WS-CTL-FOUND
012800         DISPLAY 'PAYGATE: NO DRAINED-COMPLETE CONTROL RECORD '
012900             '- BRIDGE DID NOT RUN'
013000         MOVE 8 TO RETURN-CODE
013100     ELSE
013200         IF WS-DRAINED-COUNT NOT = WS-CARD-COUNT
013300             DISPLAY 'PAYGATE: DRAINED=' WS-DRAINED-COUNT
013400                 ' CARDS=' WS-CARD-COUNT
013500                 ' - COUNTS DISAGREE'
013600             MOVE 8 TO RETURN-CODE
013700         ELSE
013800             DISPLAY 'PAYGATE: BRIDGE PROVED, ENTRIES='
013900                 WS-DRAINED-COUNT
014000         END-IF
014100     END-IF.
014200*=================================================================
014300*    5000-TERMINATE
014400*=================================================================
014500 5000-TERMINATE.
014600     CLOSE PAYCTL-FILE
014700     CLOSE PAYCARDS-FILE
014800     DISPLAY 'PAYGATE: DRAINED COUNT = ' WS-DRAINED-COUNT
014900     DISPLAY 'PAYGATE: CARD COUNT    = ' WS-CARD-COUNT.
015000*=================================================================
015100*=================================================================
015200*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
015300*=================================================================
015400 9000-DISPLAY-VERSION-TRAILER.
015500     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='PAYGATE -'==
015600                             ==:LINECOUNT:== BY
015700                                 WS-CARD-COUNT.
