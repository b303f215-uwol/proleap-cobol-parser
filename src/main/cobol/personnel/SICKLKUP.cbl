000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SICKLKUP.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - SICK-NOTE CERTIFICATE
001200*                   CHECK FOR ONE ABSENCE.
001300*=================================================================
001400*  CALLABLE CHECK OF ONE ABS ELEMENT AGAINST THE SICK-NOTE
001500*  CERTIFICATES SICKCERT HAS POSTED (SEE SICKLKQ FOR THE
001600*  REQUEST AREA AND SICKCREC FOR THE RECORD).  COMPANY RULES
001700*  WANT A DOCTOR'S CERTIFICATE FOR ANY SICKNESS ABSENCE OF MORE
001800*  THAN THREE DAYS.  THE ABSENCE RUNS FROM ITS START DATE FOR
001900*  ITS DAY COUNT IN CALENDAR DAYS; IT IS COVERED WHEN A
002000*  CERTIFICATE FOR THE SAME BAND NUMBER AND START DATE RUNS TO
002100*  ITS LAST DAY OR BEYOND.  AN UNCOVERED ABSENCE IS ALLOWED A
002200*  GRACE PERIOD AFTER ITS LAST DAY FOR THE CERTIFICATE TO COME
002300*  IN BEFORE IT COUNTS AS MISSING.  THE OPTIONAL SICKCTL CARDS
002400*  SET THE RULES - 'DAYS ' IN COLUMNS 1-5 WITH THE THRESHOLD IN
002500*  7-10 (DEFAULT 3), 'GRACE' WITH THE GRACE DAYS (DEFAULT 7),
002600*  AND ONE 'TAG  ' CARD PER ABS TAG THAT RECORDS SICKNESS; WITH
002700*  NO TAG CARDS EVERY ABS TAG IS TREATED AS SICKNESS.  THE
002800*  CARDS AND THE CERTIFICATE FILE LOAD ON THE FIRST CALL AND
002900*  STAY RESIDENT FOR THE RUN; WITH NO CERTIFICATE FILE AN
003000*  ABSENCE THAT NEEDS ONE COMES BACK UNAVAILABLE RATHER THAN
003100*  MISSING, SO A MISSING ALLOCATION NEVER STOPS ANYONE'S PAY.
003200*  DATE ARITHMETIC IS DONE BY THE COMMON STORECAL SERVICE.
003300*=================================================================
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL CERT-FILE ASSIGN TO 'SICKCERT'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FC-CERT-STATUS.
004300     SELECT OPTIONAL SICK-CTL ASSIGN TO 'SICKCTL'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FC-CTL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CERT-FILE
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  CERT-FILE-RECORD               PIC X(80).
005100 FD  SICK-CTL
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  SICK-CTL-CARD.
005400     05  CT-KEYWORD                 PIC X(5).
005500         88  CT-THRESHOLD           VALUE 'DAYS '.
005600         88  CT-GRACE               VALUE 'GRACE'.
005700         88  CT-SICK-TAG            VALUE 'TAG  '.
005800     05  FILLER                     PIC X(1).
005900     05  CT-VALUE                   PIC 9(4).
006000     05  FILLER                     PIC X(70).
006100 WORKING-STORAGE SECTION.
006200 COPY SICKCREC.
006300 COPY CALREQ.
006400 01  FC-STATUSES.
006500     05  FC-CERT-STATUS             PIC X(2).
006600     05  FC-CTL-STATUS              PIC X(2).
006700 01  WS-SWITCHES.
006800     05  WS-LOADED-SW               PIC X(1) VALUE 'N'.
006900         88  WS-LOADED              VALUE 'Y'.
007000     05  WS-CERTS-SW                PIC X(1) VALUE 'N'.
007100         88  WS-CERTS-AVAILABLE     VALUE 'Y'.
007200     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
007300         88  WS-LOAD-EOF            VALUE 'Y'.
007400     05  WS-TAG-SW                  PIC X(1) VALUE 'N'.
007500         88  WS-SICK-TAG            VALUE 'Y'.
007600     05  WS-CERT-FOUND-SW           PIC X(1) VALUE 'N'.
007700         88  WS-CERT-FOUND          VALUE 'Y'.
007800 01  WS-THRESHOLD-DAYS              PIC 9(3) VALUE 3.
007900 01  WS-GRACE-DAYS                  PIC 9(3) VALUE 7.
008000*=================================================================
008100*    SICKNESS TAGS FROM SICKCTL - NONE MEANS EVERY ABS TAG
008200*=================================================================
008300 01  WS-TAG-TABLE.
008400     05  WS-TAG-COUNT               PIC 9(2) VALUE ZERO.
008500     05  WS-TAG-NUM OCCURS 20 TIMES PIC 9(4).
008600 01  WS-TAG-SUB                     PIC 9(2).
008700*=================================================================
008800*    CERTIFICATES ON FILE - BAND NUMBER AND ABSENCE START
008900*=================================================================
009000 01  WS-CERT-TABLE.
009100     05  WS-CRT-COUNT               PIC 9(4) VALUE ZERO.
009200     05  WS-CRT-ROW OCCURS 3000 TIMES.
009300         10  WS-CRT-BAND-NR         PIC 9(5).
009400         10  WS-CRT-START-DATE      PIC 9(8).
009500         10  WS-CRT-RECEIVED-DATE   PIC 9(8).
009600         10  WS-CRT-COVERED-TO      PIC 9(8).
009700 01  WS-CRT-SUB                     PIC 9(4).
009800 LINKAGE SECTION.
009900 COPY SICKLKQ.
010000 PROCEDURE DIVISION USING SICK-CERT-REQUEST.
010100*=================================================================
010200 0000-MAINLINE.
010300     IF NOT WS-LOADED
010400         PERFORM 1000-LOAD-RULES-AND-CERTS
010500     END-IF
010600     MOVE 'N' TO SKQ-RESULT
010700     MOVE ZERO TO SKQ-END-DATE
010800     MOVE ZERO TO SKQ-GRACE-END-DATE
010900     MOVE ZERO TO SKQ-RECEIVED-DATE
011000     MOVE ZERO TO SKQ-COVERED-TO
011100     PERFORM 2000-DOES-IT-NEED-A-CERT
011200     IF WS-SICK-TAG
011300         AND SKQ-DAYS > WS-THRESHOLD-DAYS
011400         EVALUATE TRUE
011500             WHEN NOT WS-CERTS-AVAILABLE
011600                 MOVE 'U' TO SKQ-RESULT
011700             WHEN SKQ-START-DATE = ZERO
011800                 MOVE 'D' TO SKQ-RESULT
011900             WHEN OTHER
012000                 PERFORM 3000-CHECK-THE-COVER
012100         END-EVALUATE
012200     END-IF
012300     GOBACK.
012400*=================================================================
012500*    1000-LOAD-RULES-AND-CERTS - ONCE PER RUN
012600*=================================================================
012700 1000-LOAD-RULES-AND-CERTS.
012800     MOVE 'Y' TO WS-LOADED-SW
012900     MOVE 'N' TO WS-LOAD-EOF-SW
013000     OPEN INPUT SICK-CTL
013100     IF FC-CTL-STATUS = '00'
013200         PERFORM 1100-LOAD-ONE-RULE
013300             UNTIL WS-LOAD-EOF
013400     END-IF
013500     CLOSE SICK-CTL
013600     MOVE 'N' TO WS-LOAD-EOF-SW
013700     OPEN INPUT CERT-FILE
013800     IF FC-CERT-STATUS = '00'
013900         MOVE 'Y' TO WS-CERTS-SW
014000         PERFORM 1200-LOAD-ONE-CERT
014100             UNTIL WS-LOAD-EOF
014200     ELSE
014300         DISPLAY 'SICKLKUP: SICKCERT NOT AVAILABLE, STATUS='
014400             FC-CERT-STATUS
014500         DISPLAY 'SICKLKUP: CERTIFICATE CHECKS FOR ' SKQ-CALLER
014600             ' WILL NOT BE ANSWERED'
014700     END-IF
014800     CLOSE CERT-FILE
014900     DISPLAY 'SICKLKUP: CERTIFICATE AFTER ' WS-THRESHOLD-DAYS
015000         ' DAYS, GRACE ' WS-GRACE-DAYS ' DAYS, '
015100         WS-CRT-COUNT ' ON FILE'.
015200*=================================================================
015300*    1100-LOAD-ONE-RULE
015400*=================================================================
015500 1100-LOAD-ONE-RULE.
015600     READ SICK-CTL
015700         AT END
015800             MOVE 'Y' TO WS-LOAD-EOF-SW
015900         NOT AT END
016000             EVALUATE TRUE
016100                 WHEN CT-VALUE NOT NUMERIC
016200                     DISPLAY 'SICKLKUP: SICKCTL CARD IGNORED='
016300                         SICK-CTL-CARD
016400                 WHEN CT-THRESHOLD
016500                     MOVE CT-VALUE TO WS-THRESHOLD-DAYS
016600                 WHEN CT-GRACE
016700                     MOVE CT-VALUE TO WS-GRACE-DAYS
016800                 WHEN CT-SICK-TAG
016900                     AND WS-TAG-COUNT < 20
017000                     ADD 1 TO WS-TAG-COUNT
017100                     MOVE CT-VALUE TO WS-TAG-NUM (WS-TAG-COUNT)
017200                 WHEN OTHER
017300                     DISPLAY 'SICKLKUP: SICKCTL CARD IGNORED='
017400                         SICK-CTL-CARD
017500             END-EVALUATE
017600     END-READ.
017700*=================================================================
017800*    1200-LOAD-ONE-CERT
017900*=================================================================
018000 1200-LOAD-ONE-CERT.
018100     READ CERT-FILE INTO SICK-CERTIFICATE-RECORD
018200         AT END
018300             MOVE 'Y' TO WS-LOAD-EOF-SW
018400         NOT AT END
018500             IF WS-CRT-COUNT < 3000
018600                 ADD 1 TO WS-CRT-COUNT
018700                 MOVE SK-BAND-NR
018800                     TO WS-CRT-BAND-NR (WS-CRT-COUNT)
018900                 MOVE SK-START-DATE
019000                     TO WS-CRT-START-DATE (WS-CRT-COUNT)
019100                 MOVE SK-RECEIVED-DATE
019200                     TO WS-CRT-RECEIVED-DATE (WS-CRT-COUNT)
019300                 MOVE SK-COVERED-TO
019400                     TO WS-CRT-COVERED-TO (WS-CRT-COUNT)
019500             ELSE
019600                 DISPLAY 'SICKLKUP: CERTIFICATE TABLE FULL, '
019700                     'DROPPED=' SK-PERSNR ' ' SK-START-DATE
019800             END-IF
019900     END-READ.
020000*=================================================================
020100*    2000-DOES-IT-NEED-A-CERT - IS THE TAG A SICKNESS TAG?
020200*=================================================================
020300 2000-DOES-IT-NEED-A-CERT.
020400     IF WS-TAG-COUNT = ZERO
020500         MOVE 'Y' TO WS-TAG-SW
020600     ELSE
020700         MOVE 'N' TO WS-TAG-SW
020800         MOVE ZERO TO WS-TAG-SUB
020900         PERFORM 2010-CHECK-ONE-TAG
021000             UNTIL WS-TAG-SUB >= WS-TAG-COUNT
021100             OR WS-SICK-TAG
021200     END-IF.
021300*=================================================================
021400*    2010-CHECK-ONE-TAG
021500*=================================================================
021600 2010-CHECK-ONE-TAG.
021700     ADD 1 TO WS-TAG-SUB
021800     IF WS-TAG-NUM (WS-TAG-SUB) = SKQ-TAG-NUM
021900         MOVE 'Y' TO WS-TAG-SW
022000     END-IF.
022100*=================================================================
022200*    3000-CHECK-THE-COVER - LAST DAY, LAST DAY OF GRACE, AND
022300*    THE CERTIFICATE FOR THE ABSENCE IF ONE CAME IN
022400*=================================================================
022500 3000-CHECK-THE-COVER.
022600     MOVE 'A' TO CALR-FUNCTION
022700     MOVE SKQ-START-DATE TO CALR-DATE
022800     COMPUTE CALR-DAYS = SKQ-DAYS - 1
022900     CALL 'STORECAL' USING CALENDAR-REQUEST
023000     MOVE CALR-RESULT-DATE TO SKQ-END-DATE
023100     MOVE 'A' TO CALR-FUNCTION
023200     MOVE SKQ-END-DATE TO CALR-DATE
023300     MOVE WS-GRACE-DAYS TO CALR-DAYS
023400     CALL 'STORECAL' USING CALENDAR-REQUEST
023500     MOVE CALR-RESULT-DATE TO SKQ-GRACE-END-DATE
023600     MOVE 'N' TO WS-CERT-FOUND-SW
023700     MOVE ZERO TO WS-CRT-SUB
023800     PERFORM 3100-CHECK-ONE-CERT
023900         UNTIL WS-CRT-SUB >= WS-CRT-COUNT
024000         OR WS-CERT-FOUND
024100     EVALUATE TRUE
024200         WHEN WS-CERT-FOUND
024300             AND SKQ-COVERED-TO NOT < SKQ-END-DATE
024400             MOVE 'C' TO SKQ-RESULT
024500         WHEN SKQ-AS-OF-DATE NOT > SKQ-GRACE-END-DATE
024600             MOVE 'G' TO SKQ-RESULT
024700         WHEN OTHER
024800             MOVE 'M' TO SKQ-RESULT
024900     END-EVALUATE.
025000*=================================================================
025100*    3100-CHECK-ONE-CERT
025200*=================================================================
025300 3100-CHECK-ONE-CERT.
025400     ADD 1 TO WS-CRT-SUB
025500     IF WS-CRT-BAND-NR (WS-CRT-SUB) = SKQ-BAND-NR
025600         AND WS-CRT-START-DATE (WS-CRT-SUB) = SKQ-START-DATE
025700         MOVE 'Y' TO WS-CERT-FOUND-SW
025800         MOVE WS-CRT-RECEIVED-DATE (WS-CRT-SUB)
025900             TO SKQ-RECEIVED-DATE
026000         MOVE WS-CRT-COVERED-TO (WS-CRT-SUB) TO SKQ-COVERED-TO
026100     END-IF.
