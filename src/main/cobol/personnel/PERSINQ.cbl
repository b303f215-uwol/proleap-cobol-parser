000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    PERSINQ.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - PERSONNEL MASTER
001200*                   AS-OF-DATE INQUIRY.
001300*=================================================================
001400*  ANSWERS "WHERE WAS THIS PERSON ON THAT DATE" FROM THE INDEXED
001500*  PERSONNEL MASTER.  EACH PERSINQC CARD CARRIES A PERSONNEL
001600*  NUMBER (COLUMNS 1-9) AND AN AS-OF DATE (COLUMNS 11-18,
001700*  YYYYMMDD; BLANK FOR TODAY).  THE PERSLKUP LOOKUP FINDS THE
001800*  HISTORY SEGMENT IN FORCE ON THAT DATE AND THE PERSIRPT
001900*  LISTING SHOWS THE SEGMENT'S DATES, DEPARTMENT, COST CENTER,
002000*  NAME AND ADDRESS AS THEY STOOD THEN - OR SAYS THE PERSON WAS
002100*  NOT ON THE MASTER ON THAT DATE.
002200*=================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL PERSINQC-FILE ASSIGN TO 'PERSINQC'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS FC-PERSINQC-STATUS.
003200     SELECT PERSIRPT-RPT ASSIGN TO 'PERSIRPT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FC-PERSIRPT-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PERSINQC-FILE
003800     RECORD CONTAINS 80 CHARACTERS.
003900 01  PERSINQC-CARD.
004000     05  PQ-PERSNR                  PIC X(9).
004100     05  FILLER                     PIC X(1).
004200     05  PQ-AS-OF-DATE              PIC X(8).
004300     05  FILLER                     PIC X(62).
004400 FD  PERSIRPT-RPT
004500     RECORD CONTAINS 80 CHARACTERS.
004600 01  PERSIRPT-LINE                  PIC X(80).
004700 WORKING-STORAGE SECTION.
004800*=================================================================
004900 COPY VERSTAMP.
005000 COPY PERSMREC.
005100 COPY PERSLKQ.
005200 01  FC-STATUSES.
005300     05  FC-PERSINQC-STATUS         PIC X(2).
005400     05  FC-PERSIRPT-STATUS         PIC X(2).
005500 01  WS-SWITCHES.
005600     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
005700         88  WS-EOF                 VALUE 'Y'.
005800 01  WS-COUNTERS.
005900     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
006000     05  WS-ANSWERED                PIC 9(5) VALUE ZERO.
006100     05  WS-NOT-ON-MASTER           PIC 9(5) VALUE ZERO.
006200     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
006300     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
006400*=================================================================
006500*    ANSWER LINES - SEGMENT DATES, ORGANIZATION, ADDRESS
006600*=================================================================
006700 01  WS-SEGMENT-LINE.
006800     05  FILLER                     PIC X(8)  VALUE ' PERSNR '.
006900     05  SL-PERSNR                  PIC 9(9).
007000     05  FILLER                     PIC X(7)  VALUE ' AS OF '.
007100     05  SL-AS-OF-DATE              PIC 9(8).
007200     05  FILLER                     PIC X(10) VALUE '  IN FORCE'.
007300     05  FILLER                     PIC X(6)  VALUE ' FROM '.
007400     05  SL-EFFECTIVE-DATE          PIC 9(8).
007500     05  FILLER                     PIC X(7)  VALUE ' UNTIL '.
007600     05  SL-END-DATE                PIC X(8).
007700     05  FILLER                     PIC X(9)  VALUE SPACE.
007800 01  WS-ORGANIZATION-LINE.
007900     05  FILLER                     PIC X(8)  VALUE '    DST '.
008000     05  OL-DST                     PIC 9(3).
008100     05  FILLER                     PIC X(5)  VALUE ' KNR '.
008200     05  OL-KNR                     PIC 9(2).
008300     05  FILLER                     PIC X(1)  VALUE SPACE.
008400     05  OL-KNAME                   PIC X(16).
008500     05  FILLER                     PIC X(1)  VALUE SPACE.
008600     05  OL-VORNAME                 PIC X(20).
008700     05  FILLER                     PIC X(1)  VALUE SPACE.
008800     05  OL-NAME                    PIC X(23).
008900 01  WS-ADDRESS-LINE.
009000     05  FILLER                     PIC X(4)  VALUE SPACE.
009100     05  AL-STRASSE                 PIC X(33).
009200     05  FILLER                     PIC X(1)  VALUE SPACE.
009300     05  AL-HAUSNR                  PIC X(8).
009400     05  FILLER                     PIC X(1)  VALUE SPACE.
009500     05  AL-PLZ                     PIC X(10).
009600     05  FILLER                     PIC X(1)  VALUE SPACE.
009700     05  AL-ORT                     PIC X(22).
009800 01  WS-MESSAGE-LINE.
009900     05  FILLER                     PIC X(8)  VALUE ' PERSNR '.
010000     05  ML-PERSNR                  PIC X(9).
010100     05  FILLER                     PIC X(7)  VALUE ' AS OF '.
010200     05  ML-AS-OF-DATE              PIC X(8).
010300     05  FILLER                     PIC X(2)  VALUE SPACE.
010400     05  ML-MESSAGE                 PIC X(46).
010500 PROCEDURE DIVISION.
010600*=================================================================
010700 0000-MAINLINE.
010800     PERFORM 0900-DISPLAY-VERSION-STAMP
010900     PERFORM 1000-INITIALIZE
011000     PERFORM 2000-ANSWER-ONE-CARD
011100         UNTIL WS-EOF
011200     PERFORM 3000-TERMINATE
011300     PERFORM 9000-DISPLAY-VERSION-TRAILER
011400     STOP RUN.
011500*=================================================================
011600*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
011700*=================================================================
011800 0900-DISPLAY-VERSION-STAMP.
011900     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='PERSINQ -'==
012000                             ==:PROGVERS:== BY =='Version 001'==.
012100*=================================================================
012200*    1000-INITIALIZE
012300*=================================================================
012400 1000-INITIALIZE.
012500     OPEN INPUT PERSINQC-FILE
012600     IF FC-PERSINQC-STATUS NOT = '00'
012700         DISPLAY 'PERSINQ: NO PERSINQC CARDS, STATUS='
012800             FC-PERSINQC-STATUS
012900         MOVE 'Y' TO WS-EOF-SW
013000     END-IF
013100     OPEN OUTPUT PERSIRPT-RPT
013200     MOVE ' PERSONNEL MASTER AS-OF-DATE INQUIRY' TO PERSIRPT-LINE
013300     WRITE PERSIRPT-LINE
013400     ADD 1 TO WS-REPORT-LINES
013500     MOVE 'PERSINQ' TO PLK-CALLER
013600     MOVE 'P' TO PLK-FUNCTION.
013700*=================================================================
013800*    2000-ANSWER-ONE-CARD
013900*=================================================================
014000 2000-ANSWER-ONE-CARD.
014100     READ PERSINQC-FILE
014200         AT END
014300             MOVE 'Y' TO WS-EOF-SW
014400     END-READ
014500     IF NOT WS-EOF
014600         ADD 1 TO WS-CARDS-READ
014700         MOVE SPACES TO PERSIRPT-LINE
014800         WRITE PERSIRPT-LINE
014900         ADD 1 TO WS-REPORT-LINES
015000         MOVE PQ-PERSNR TO ML-PERSNR
015100         MOVE PQ-AS-OF-DATE TO ML-AS-OF-DATE
015200         IF PQ-PERSNR NOT NUMERIC
015300             OR (PQ-AS-OF-DATE NOT NUMERIC
015400                 AND PQ-AS-OF-DATE NOT = SPACES)
015500             ADD 1 TO WS-CARDS-REJECTED
015600             MOVE 'CARD REJECTED - PERSNR OR DATE NOT NUMERIC'
015700                 TO ML-MESSAGE
015800             PERFORM 2900-WRITE-MESSAGE-LINE
015900         ELSE
016000             PERFORM 2100-LOOK-UP-THE-PERSON
016100         END-IF
016200     END-IF.
016300*=================================================================
016400*    2100-LOOK-UP-THE-PERSON - BLANK DATE MEANS TODAY
016500*=================================================================
016600 2100-LOOK-UP-THE-PERSON.
016700     MOVE PQ-PERSNR TO PLK-PERSNR
016800     IF PQ-AS-OF-DATE = SPACES
016900         MOVE ZERO TO PLK-AS-OF-DATE
017000         MOVE 'CURRENT ' TO ML-AS-OF-DATE
017100     ELSE
017200         MOVE PQ-AS-OF-DATE TO PLK-AS-OF-DATE
017300     END-IF
017400     CALL 'PERSLKUP' USING PERSONNEL-LOOKUP-REQUEST
017500     EVALUATE TRUE
017600         WHEN PLK-FOUND
017700             ADD 1 TO WS-ANSWERED
017800             MOVE PLK-MASTER-IMAGE TO PERSONNEL-MASTER-RECORD
017900             PERFORM 2200-WRITE-THE-ANSWER
018000         WHEN PLK-UNAVAILABLE
018100             ADD 1 TO WS-CARDS-REJECTED
018200             MOVE 'PERSONNEL MASTER NOT AVAILABLE' TO ML-MESSAGE
018300             PERFORM 2900-WRITE-MESSAGE-LINE
018400         WHEN OTHER
018500             ADD 1 TO WS-NOT-ON-MASTER
018600             MOVE 'NOT ON THE PERSONNEL MASTER ON THAT DATE'
018700                 TO ML-MESSAGE
018800             PERFORM 2900-WRITE-MESSAGE-LINE
018900     END-EVALUATE.
019000*=================================================================
019100*    2200-WRITE-THE-ANSWER - THE SEGMENT AS IT STOOD
019200*=================================================================
019300 2200-WRITE-THE-ANSWER.
019400     MOVE PM-PERSNR TO SL-PERSNR
019500     MOVE PLK-AS-OF-DATE TO SL-AS-OF-DATE
019600     MOVE PM-EFFECTIVE-DATE TO SL-EFFECTIVE-DATE
019700     IF PM-CURRENT-SEGMENT
019800         MOVE 'CURRENT ' TO SL-END-DATE
019900     ELSE
020000         MOVE PM-END-DATE TO SL-END-DATE
020100     END-IF
020200     WRITE PERSIRPT-LINE FROM WS-SEGMENT-LINE
020300     MOVE PM-DST TO OL-DST
020400     MOVE PM-KNR TO OL-KNR
020500     MOVE PM-KNAME TO OL-KNAME
020600     MOVE PM-VORNAME TO OL-VORNAME
020700     MOVE PM-NAME TO OL-NAME
020800     WRITE PERSIRPT-LINE FROM WS-ORGANIZATION-LINE
020900     MOVE PM-STRASSE TO AL-STRASSE
021000     MOVE PM-HAUSNR TO AL-HAUSNR
021100     MOVE PM-PLZ TO AL-PLZ
021200     MOVE PM-ORT TO AL-ORT
021300     WRITE PERSIRPT-LINE FROM WS-ADDRESS-LINE
021400     ADD 3 TO WS-REPORT-LINES.
021500*=================================================================
021600*    2900-WRITE-MESSAGE-LINE
021700*=================================================================
021800 2900-WRITE-MESSAGE-LINE.
021900     WRITE PERSIRPT-LINE FROM WS-MESSAGE-LINE
022000     ADD 1 TO WS-REPORT-LINES.
022100*=================================================================
022200*    3000-TERMINATE
022300*=================================================================
022400 3000-TERMINATE.
022500     CLOSE PERSINQC-FILE
022600     CLOSE PERSIRPT-RPT
022700     DISPLAY 'PERSINQ: CARDS READ      = ' WS-CARDS-READ
022800     DISPLAY 'PERSINQ: ANSWERED        = ' WS-ANSWERED
022900     DISPLAY 'PERSINQ: NOT ON MASTER   = ' WS-NOT-ON-MASTER
023000     DISPLAY 'PERSINQ: CARDS REJECTED  = ' WS-CARDS-REJECTED.
023100*=================================================================
023200*=================================================================
023300*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
023400*=================================================================
023500 9000-DISPLAY-VERSION-TRAILER.
023600     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='PERSINQ -'==
023700                             ==:LINECOUNT:== BY
023800                                 WS-REPORT-LINES.
