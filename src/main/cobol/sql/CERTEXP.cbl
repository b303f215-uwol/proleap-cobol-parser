000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    CERTEXP.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - MONTHLY CERTIFICATE
001200*                   EXPIRY ALERT BY DEPARTMENT.
001300*=================================================================
001400*  LISTS EVERY ACTIVE CERTIFICATE ON THE CERTIFICATION TABLE
001500*  WHOSE EXPIRY DATE FALLS INSIDE THE ALERT WINDOW - FROM THE
001600*  AS-OF DATE THROUGH THE AS-OF DATE PLUS THE WINDOW DAYS - SO
001700*  EACH DEPARTMENT HEAD HAS THE RENEWALS TO CHASE BEFORE THE
001800*  STATE AUDIT FINDS A LAPSED ONE.  GROUPED BY THE TEACHER'S
001900*  DEPARTMENT WITH A COUNT PER DEPARTMENT, SOONEST EXPIRY
002000*  FIRST, AND THE DAYS LEFT ON EACH LINE.  TEACHERS IN THE
002100*  INACTIVE DEPARTMENT ARE LEFT OUT.  THE WINDOW END AND THE
002200*  DAYS LEFT COME FROM THE STORECAL DATE SERVICE.  RC=4 WHEN
002300*  ANY CERTIFICATE IS LISTED.
002400*  OPTIONAL CONTROL CARD CERTCTL:
002500*    COLS  1- 8  AS-OF DATE YYYYMMDD       (BLANK - RUN DATE)
002600*    COLS 10-12  WINDOW DAYS               (BLANK - 090)
002700*=================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL CERT-CTL ASSIGN TO 'CERTCTL'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS FC-CTL-STATUS.
003700     SELECT CERTEXP-RPT ASSIGN TO 'CERTEXP'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FC-CERTEXP-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CERT-CTL
004300     RECORD CONTAINS 80 CHARACTERS.
004400 01  CERT-CTL-CARD.
004500     05  CT-AS-OF-DATE              PIC X(8).
004600     05  CT-AS-OF-DATE-NUM REDEFINES CT-AS-OF-DATE
004700                                    PIC 9(8).
004800     05  FILLER                     PIC X(1).
004900     05  CT-WINDOW-DAYS             PIC X(3).
005000     05  CT-WINDOW-DAYS-NUM REDEFINES CT-WINDOW-DAYS
005100                                    PIC 9(3).
005200     05  FILLER                     PIC X(68).
005300 FD  CERTEXP-RPT
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  CERTEXP-LINE                   PIC X(80).
005600 WORKING-STORAGE SECTION.
005700*=================================================================
005800 COPY VERSTAMP.
005900   EXEC SQL
006000     INCLUDE SQLSCRIPT
006100   END-EXEC.
006200   EXEC SQL
006300     INCLUDE CERTIFICATION
006400   END-EXEC.
006500   EXEC SQL
006600     INCLUDE TEACHER
006700   END-EXEC.
006800*=================================================================
006900   EXEC SQL BEGIN DECLARE SECTION
007000   END-EXEC.
007100     01 WS-EXPIRY-REC.
007200         05 WS-EX-TEACHER-DEPT      PIC X(10).
007300         05 WS-EX-TEACHER-ID        PIC 9(10).
007400         05 WS-EX-TEACHER-NAME      PIC X(30).
007500         05 WS-EX-SUBJECT-AREA      PIC X(10).
007600         05 WS-EX-CERT-NUMBER       PIC X(12).
007700         05 WS-EX-EXPIRY-DATE       PIC 9(8).
007800     01 WS-AS-OF-DATE               PIC 9(8).
007900     01 WS-WINDOW-END-DATE          PIC 9(8).
008000   EXEC SQL END DECLARE SECTION
008100   END-EXEC.
008200*=================================================================
008300 COPY CALREQ.
008400 01  FC-STATUSES.
008500     05  FC-CTL-STATUS              PIC X(2).
008600     05  FC-CERTEXP-STATUS          PIC X(2).
008700 01  WS-SWITCHES.
008800     05  WS-EOC-SW                  PIC X(1) VALUE 'N'.
008900         88  WS-END-OF-CURSOR       VALUE 'Y'.
009000 01  WS-WINDOW-DAYS                 PIC 9(3) VALUE 90.
009100 01  WS-PREV-DEPT                   PIC X(10) VALUE HIGH-VALUES.
009200 01  WS-COUNTERS.
009300     05  WS-DEPT-CERTS              PIC 9(5) VALUE ZERO.
009400     05  WS-CERTS-LISTED            PIC 9(5) VALUE ZERO.
009500     05  WS-DEPTS-LISTED            PIC 9(5) VALUE ZERO.
009600     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
009700 01  WS-HEAD-LINE.
009800     05  FILLER                     PIC X(30)
009900         VALUE ' CERTIFICATES EXPIRING  AS OF '.
010000     05  HL-AS-OF-DATE              PIC 9(8).
010100     05  FILLER                     PIC X(9)  VALUE ' THROUGH '.
010200     05  HL-WINDOW-END              PIC 9(8).
010300     05  FILLER                     PIC X(2)  VALUE ' ('.
010400     05  HL-WINDOW-DAYS             PIC ZZ9.
010500     05  FILLER                     PIC X(6)  VALUE ' DAYS)'.
010600 01  WS-DEPT-HEAD-LINE.
010700     05  FILLER                     PIC X(12)
010800         VALUE ' DEPARTMENT '.
010900     05  DH-DEPT                    PIC X(10).
011000 01  WS-EXPIRY-DETAIL.
011100     05  FILLER                     PIC X(3)  VALUE SPACE.
011200     05  ED-TEACHER-ID              PIC 9(10).
011300     05  FILLER                     PIC X(1)  VALUE SPACE.
011400     05  ED-TEACHER-NAME            PIC X(20).
011500     05  FILLER                     PIC X(1)  VALUE SPACE.
011600     05  ED-SUBJECT-AREA            PIC X(10).
011700     05  FILLER                     PIC X(1)  VALUE SPACE.
011800     05  ED-CERT-NUMBER             PIC X(12).
011900     05  FILLER                     PIC X(1)  VALUE SPACE.
012000     05  ED-EXPIRY-DATE             PIC 9(8).
012100     05  FILLER                     PIC X(1)  VALUE SPACE.
012200     05  ED-DAYS-LEFT               PIC ZZ9.
012300     05  FILLER                     PIC X(5)  VALUE ' DAYS'.
012400 01  WS-DEPT-TOTAL-LINE.
012500     05  FILLER                     PIC X(23)
012600         VALUE '   DEPARTMENT TOTAL    '.
012700     05  DT-COUNT                   PIC ZZZZ9.
012800 01  WS-GRAND-TOTAL-LINE.
012900     05  FILLER                     PIC X(23)
013000         VALUE ' CERTIFICATES EXPIRING '.
013100     05  GT-COUNT                   PIC ZZZZ9.
013200     05  FILLER                     PIC X(14)
013300         VALUE '  DEPARTMENTS '.
013400     05  GT-DEPTS                   PIC ZZZZ9.
013500 PROCEDURE DIVISION.
013600*=================================================================
013700 0000-MAINLINE.
013800     PERFORM 0900-DISPLAY-VERSION-STAMP
013900     PERFORM 1000-INITIALIZE
014000     PERFORM 2000-LIST-ONE-CERT
014100         UNTIL WS-END-OF-CURSOR
014200     PERFORM 3000-TERMINATE
014300     PERFORM 9000-DISPLAY-VERSION-TRAILER
014400     STOP RUN.
014500*=================================================================
014600*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
014700*=================================================================
014800 0900-DISPLAY-VERSION-STAMP.
014900     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='CERTEXP -'==
015000                             ==:PROGVERS:== BY =='Version 001'==.
015100*=================================================================
015200*    1000-INITIALIZE - CONTROL CARD, WINDOW, HEADING AND THE
015300*    CURSOR OF CERTIFICATES EXPIRING INSIDE THE WINDOW
015400*=================================================================
015500 1000-INITIALIZE.
015600     OPEN OUTPUT CERTEXP-RPT
015700     ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
015800     PERFORM 1200-READ-CONTROL-CARD
015900     MOVE 'A'            TO CALR-FUNCTION
016000     MOVE WS-AS-OF-DATE  TO CALR-DATE
016100     MOVE ZERO           TO CALR-END-DATE
016200     MOVE WS-WINDOW-DAYS TO CALR-DAYS
016300     CALL 'STORECAL' USING CALENDAR-REQUEST
016400     MOVE CALR-RESULT-DATE TO WS-WINDOW-END-DATE
016500     MOVE WS-AS-OF-DATE      TO HL-AS-OF-DATE
016600     MOVE WS-WINDOW-END-DATE TO HL-WINDOW-END
016700     MOVE WS-WINDOW-DAYS     TO HL-WINDOW-DAYS
016800     WRITE CERTEXP-LINE FROM WS-HEAD-LINE
016900     ADD 1 TO WS-REPORT-LINES
017000   EXEC SQL
017100     DECLARE CEXPCUR CURSOR FOR
017200       SELECT TEACHER.TEACHER-DEPT,
017300              CERTIFICATION.TEACHER-ID,
017400              TEACHER.TEACHER-NAME,
017500              CERTIFICATION.SUBJECT-AREA,
017600              CERTIFICATION.CERT-NUMBER,
017700              CERTIFICATION.EXPIRY-DATE
017800       FROM CERTIFICATION, TEACHER
017900       WHERE TEACHER.TEACHER-ID = CERTIFICATION.TEACHER-ID
018000         AND CERTIFICATION.STATUS = 'A'
018100         AND CERTIFICATION.EXPIRY-DATE >= :WS-AS-OF-DATE
018200         AND CERTIFICATION.EXPIRY-DATE <= :WS-WINDOW-END-DATE
018300         AND TEACHER.TEACHER-DEPT <> 'INACTIVE'
018400       ORDER BY TEACHER.TEACHER-DEPT,
018500                CERTIFICATION.EXPIRY-DATE,
018600                CERTIFICATION.TEACHER-ID
018700   END-EXEC
018800   EXEC SQL
018900     OPEN CEXPCUR
019000   END-EXEC
019100     PERFORM 1100-FETCH-NEXT-CERT.
019200*=================================================================
019300*    1100-FETCH-NEXT-CERT
019400*=================================================================
019500 1100-FETCH-NEXT-CERT.
019600   EXEC SQL
019700     FETCH CEXPCUR
019800       INTO :WS-EX-TEACHER-DEPT, :WS-EX-TEACHER-ID,
019900            :WS-EX-TEACHER-NAME, :WS-EX-SUBJECT-AREA,
020000            :WS-EX-CERT-NUMBER, :WS-EX-EXPIRY-DATE
020100   END-EXEC
020200     IF SQLCODE NOT = 0
020300         IF SQLCODE NOT = 100
020400             DISPLAY 'CERTEXP: FETCH SQLCODE=' SQLCODE
020500         END-IF
020600         MOVE 'Y' TO WS-EOC-SW
020700     END-IF.
020800*=================================================================
020900*    1200-READ-CONTROL-CARD - NO CARD, OR BLANK FIELDS, KEEP THE
021000*    RUN DATE AND THE 90-DAY WINDOW
021100*=================================================================
021200 1200-READ-CONTROL-CARD.
021300     OPEN INPUT CERT-CTL
021400     IF FC-CTL-STATUS = '00'
021500         READ CERT-CTL
021600             AT END
021700                 DISPLAY 'CERTEXP: NO CONTROL CARD, DEFAULTS '
021800                     'USED'
021900             NOT AT END
022000                 PERFORM 1210-EDIT-CONTROL-CARD
022100         END-READ
022200     ELSE
022300         DISPLAY 'CERTEXP: NO CERTCTL, DEFAULTS USED'
022400     END-IF
022500     CLOSE CERT-CTL.
022600*=================================================================
022700*    1210-EDIT-CONTROL-CARD
022800*=================================================================
022900 1210-EDIT-CONTROL-CARD.
023000     IF CT-AS-OF-DATE NOT = SPACES
023100         IF CT-AS-OF-DATE-NUM NUMERIC
023200             MOVE CT-AS-OF-DATE-NUM TO WS-AS-OF-DATE
023300         ELSE
023400             DISPLAY 'CERTEXP: AS-OF DATE NOT NUMERIC - '
023500                 'RUN DATE USED'
023600         END-IF
023700     END-IF
023800     IF CT-WINDOW-DAYS NOT = SPACES
023900         IF CT-WINDOW-DAYS-NUM NUMERIC
024000             AND CT-WINDOW-DAYS-NUM > ZERO
024100             MOVE CT-WINDOW-DAYS-NUM TO WS-WINDOW-DAYS
024200         ELSE
024300             DISPLAY 'CERTEXP: WINDOW DAYS INVALID - '
024400                 '090 USED'
024500         END-IF
024600     END-IF.
024700*=================================================================
024800*    2000-LIST-ONE-CERT - DEPARTMENT BREAK, THEN THE DETAIL
024900*    LINE WITH THE DAYS LEFT TO EXPIRY
025000*=================================================================
025100 2000-LIST-ONE-CERT.
025200     IF WS-EX-TEACHER-DEPT NOT = WS-PREV-DEPT
025300         PERFORM 2100-DEPT-BREAK
025400     END-IF
025500     MOVE 'D'               TO CALR-FUNCTION
025600     MOVE WS-AS-OF-DATE     TO CALR-DATE
025700     MOVE WS-EX-EXPIRY-DATE TO CALR-END-DATE
025800     CALL 'STORECAL' USING CALENDAR-REQUEST
025900     MOVE WS-EX-TEACHER-ID   TO ED-TEACHER-ID
026000     MOVE WS-EX-TEACHER-NAME TO ED-TEACHER-NAME
026100     MOVE WS-EX-SUBJECT-AREA TO ED-SUBJECT-AREA
026200     MOVE WS-EX-CERT-NUMBER  TO ED-CERT-NUMBER
026300     MOVE WS-EX-EXPIRY-DATE  TO ED-EXPIRY-DATE
026400     MOVE CALR-DAYS          TO ED-DAYS-LEFT
026500     WRITE CERTEXP-LINE FROM WS-EXPIRY-DETAIL
026600     ADD 1 TO WS-REPORT-LINES
026700     ADD 1 TO WS-DEPT-CERTS
026800     ADD 1 TO WS-CERTS-LISTED
026900     PERFORM 1100-FETCH-NEXT-CERT.
027000*=================================================================
027100*    2100-DEPT-BREAK - CLOSE THE LAST DEPARTMENT, HEAD THE NEXT
027200*=================================================================
027300 2100-DEPT-BREAK.
027400     IF WS-PREV-DEPT NOT = HIGH-VALUES
027500         PERFORM 2200-WRITE-DEPT-TOTAL
027600     END-IF
027700     MOVE WS-EX-TEACHER-DEPT TO WS-PREV-DEPT
027800     MOVE WS-EX-TEACHER-DEPT TO DH-DEPT
027900     WRITE CERTEXP-LINE FROM WS-DEPT-HEAD-LINE
028000     ADD 1 TO WS-REPORT-LINES
028100     ADD 1 TO WS-DEPTS-LISTED
028200     MOVE ZERO TO WS-DEPT-CERTS.
028300*=================================================================
028400*    2200-WRITE-DEPT-TOTAL
028500*=================================================================
028600 2200-WRITE-DEPT-TOTAL.
028700     MOVE WS-DEPT-CERTS TO DT-COUNT
028800     WRITE CERTEXP-LINE FROM WS-DEPT-TOTAL-LINE
028900     ADD 1 TO WS-REPORT-LINES.
029000*=================================================================
029100*    3000-TERMINATE
029200*=================================================================
029300 3000-TERMINATE.
029400     IF WS-PREV-DEPT NOT = HIGH-VALUES
029500         PERFORM 2200-WRITE-DEPT-TOTAL
029600     END-IF
029700   EXEC SQL
029800     CLOSE CEXPCUR
029900   END-EXEC
030000     MOVE WS-CERTS-LISTED TO GT-COUNT
030100     MOVE WS-DEPTS-LISTED TO GT-DEPTS
030200     WRITE CERTEXP-LINE FROM WS-GRAND-TOTAL-LINE
030300     ADD 1 TO WS-REPORT-LINES
030400     CLOSE CERTEXP-RPT
030500     IF WS-CERTS-LISTED > ZERO
030600         MOVE 4 TO RETURN-CODE
030700     END-IF
030800     DISPLAY 'CERTEXP: CERTIFICATES EXPIRING = '
030900         WS-CERTS-LISTED
031000     DISPLAY 'CERTEXP: DEPARTMENTS LISTED    = '
031100         WS-DEPTS-LISTED.
031200*=================================================================
031300*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
031400*=================================================================
031500 9000-DISPLAY-VERSION-TRAILER.
031600     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='CERTEXP -'==
031700                             ==:LINECOUNT:== BY
031800                                 WS-REPORT-LINES.
