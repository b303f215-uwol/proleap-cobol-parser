000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    SODEXCP.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - WEEKLY SEGREGATION-OF-
001200*                   DUTIES EXCEPTIONS REPORT FOR THE AUDITORS.
001300*=================================================================
001400*  READS THE WEEK'S OPERATOR-STAMPED REGISTERS - ADJREG FEE
001500*  WAIVERS, CASHREG PAYMENTS, REFNDREG CREDIT REFUNDS AND
001600*  NSFREG RETURNED CHECKS (THE JOB CONCATENATES THE WEEK'S
001700*  GENERATIONS) - AND THE WEEK'S CHGJRNL CHANGE-JOURNAL LINES,
001800*  AND FLAGS FOUR KINDS OF EXCEPTION:
001900*    1  ONE OPERATOR BOTH WAIVED A FEE AND COLLECTED A PAYMENT
002000*       ON THE SAME CUSTOMER (ANY RETURNED CHECK FOR THE
002100*       CUSTOMER PRINTS WITH IT);
002200*    2  A CREDIT-BALANCE REFUND KEYED BY THE OPERATOR WHO TOOK
002300*       THE OVERPAYMENT THAT CREATED THE CREDIT;
002400*    3  A CUSTMNT CHANGE TO A CUSTOMER FOLLOWED, THE SAME DAY OR
002500*       LATER IN THE WEEK, BY A FEEADJ WAIVER FOR THAT CUSTOMER
002600*       BY THE SAME OPERATOR;
002700*    4  ANY ACTIVITY ON AN ACCOUNT WHOSE NAME OR PHONE MATCHES
002800*       AN OPERATOR'S PROFILE ON OPRFILE.
002900*  EACH EXCEPTION PRINTS ONCE PER CUSTOMER AND OPERATOR, WITH
003000*  THE SUPPORTING REGISTER LINES EXACTLY AS THEY WERE WRITTEN.
003100*
003200*  THE WEEK IS THE SEVEN DAYS ENDING ON THE BUSINESS DATE.  THIS
003300*  IS A WEEKLY LEG ON THE CALSCHED PROCESSING CALENDAR: A SKIP
003400*  DECISION FOR SODEXCP ON TONIGHT'S CALDECIS PRINTS THE
003500*  NOT-DUE LINE ONLY.
003600*=================================================================
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL OPRFILE ASSIGN TO 'IDXOPR'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS OPR-ID OF OPERATOR-RECORD
004700         FILE STATUS IS FC-OPRFILE-STATUS.
004800     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
005200         FILE STATUS IS FC-CUSTFILE-STATUS.
005300     SELECT OPTIONAL ADJREG-IN ASSIGN TO 'ADJREG'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FC-ADJREG-STATUS.
005600     SELECT OPTIONAL CASHREG-IN ASSIGN TO 'CASHREG'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FC-CASHREG-STATUS.
005900     SELECT OPTIONAL REFNDREG-IN ASSIGN TO 'REFNDREG'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FC-REFNDREG-STATUS.
006200     SELECT OPTIONAL NSFREG-IN ASSIGN TO 'NSFREG'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FC-NSFREG-STATUS.
006500     SELECT OPTIONAL CHGJRNL-IN ASSIGN TO 'CHGJRNL'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FC-CHGJRNL-STATUS.
006800     SELECT OPTIONAL CALDECIS-IN ASSIGN TO 'CALDECIS'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FC-CALDECIS-STATUS.
007100     SELECT SODRPT-RPT ASSIGN TO 'SODRPT'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FC-SODRPT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  OPRFILE.
007700 COPY OPRREC.
007800 FD  CUSTFILE.
007900 COPY CUSTREC.
008000 FD  ADJREG-IN
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  ADJREG-IN-LINE                 PIC X(80).
008300 FD  CASHREG-IN
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  CASHREG-IN-LINE                PIC X(80).
008600 FD  REFNDREG-IN
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  REFNDREG-IN-LINE               PIC X(80).
008900 FD  NSFREG-IN
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  NSFREG-IN-LINE                 PIC X(80).
009200 FD  CHGJRNL-IN
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  CHGJRNL-IN-LINE.
009500     05  CJ-DATE                    PIC X(8).
009600     05  FILLER                     PIC X(1).
009700     05  CJ-PROGRAM                 PIC X(8).
009800     05  FILLER                     PIC X(1).
009900     05  CJ-OPERATOR                PIC X(3).
010000     05  FILLER                     PIC X(1).
010100     05  CJ-KEY                     PIC X(14).
010200     05  FILLER                     PIC X(44).
010300 FD  CALDECIS-IN
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  CALDECIS-IN-LINE.
010600     05  FILLER                     PIC X(1).
010700     05  CD-JOB-NAME                PIC X(20).
010800     05  FILLER                     PIC X(2).
010900     05  CD-DECISION                PIC X(4).
011000     05  FILLER                     PIC X(53).
011100 FD  SODRPT-RPT
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  SODRPT-LINE                    PIC X(80).
011400 WORKING-STORAGE SECTION.
011500*=================================================================
011600 COPY VERSTAMP.
011700 COPY CALREQ.
011800 01  FC-STATUSES.
011900     05  FC-OPRFILE-STATUS          PIC X(2).
012000     05  FC-CUSTFILE-STATUS         PIC X(2).
012100     05  FC-ADJREG-STATUS           PIC X(2).
012200     05  FC-CASHREG-STATUS          PIC X(2).
012300     05  FC-REFNDREG-STATUS         PIC X(2).
012400     05  FC-NSFREG-STATUS           PIC X(2).
012500     05  FC-CHGJRNL-STATUS          PIC X(2).
012600     05  FC-CALDECIS-STATUS         PIC X(2).
012700     05  FC-SODRPT-STATUS           PIC X(2).
012800 01  WS-SWITCHES.
012900     05  WS-OPR-EOF-SW              PIC X(1) VALUE 'N'.
013000         88  WS-OPR-EOF             VALUE 'Y'.
013100     05  WS-REG-EOF-SW              PIC X(1) VALUE 'N'.
013200         88  WS-REG-EOF             VALUE 'Y'.
013300     05  WS-CAL-EOF-SW              PIC X(1) VALUE 'N'.
013400         88  WS-CAL-EOF             VALUE 'Y'.
013500     05  WS-NOT-DUE-SW              PIC X(1) VALUE 'N'.
013600         88  WS-NOT-DUE             VALUE 'Y'.
013700     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
013800         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
013900     05  WS-SUPPORTS-SW             PIC X(1) VALUE 'N'.
014000         88  WS-LINE-SUPPORTS       VALUE 'Y'.
014100     05  WS-CHECKED-SW              PIC X(1) VALUE 'N'.
014200         88  WS-ALREADY-CHECKED     VALUE 'Y'.
014300 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
014400 01  WS-WEEK-START-DATE             PIC 9(8).
014500 01  WS-CJ-DATE-9                   PIC 9(8).
014600 01  WS-CJ-DATE-X REDEFINES WS-CJ-DATE-9
014700                                    PIC X(8).
014800*=================================================================
014900*    THE ENTRY BEING TESTED, AND THE CANDIDATE EVIDENCE LINE
015000*=================================================================
015100 01  WS-TEST-TYPE                   PIC 9(1).
015200 01  WS-TEST-CUSTOMER               PIC X(6).
015300 01  WS-TEST-CUSTOMER-9 REDEFINES WS-TEST-CUSTOMER
015400                                    PIC 9(6).
015500 01  WS-TEST-OPERATOR               PIC X(3).
015600     88  WS-TEST-OPERATOR-UNKNOWN   VALUE SPACES '???'.
015700 01  WS-TEST-DATE                   PIC 9(8).
015800 01  WS-TEST-MATCH                  PIC X(12).
015900 01  WS-NEW-SOURCE                  PIC X(1).
016000 01  WS-NEW-FILE                    PIC X(8).
016100 01  WS-NEW-CREDIT                  PIC X(1).
016200 01  WS-NEW-LINE                    PIC X(80).
016300 01  WS-LAST-FILE                   PIC X(8).
016400*=================================================================
016500*    OPERATOR TABLE - NAME AND PHONE FOR THE ACCOUNT MATCH
016600*=================================================================
016700 01  WS-OPR-COUNT                   PIC 9(3) VALUE ZERO.
016800 01  WS-OPR-SUB                     PIC 9(3) COMP.
016900 01  WS-OPR-TABLE.
017000     05  WS-OPR-ENTRY OCCURS 300 TIMES
017100             INDEXED BY WS-OPR-IDX.
017200         10  WS-OT-ID               PIC X(3).
017300         10  WS-OT-NAME             PIC X(30).
017400         10  WS-OT-PHONE            PIC X(12).
017500*=================================================================
017600*    EVIDENCE TABLE - EVERY USABLE REGISTER LINE OF THE WEEK.
017700*    SOURCE A ADJREG WAIVER, C CASHREG PAYMENT, R REFNDREG
017800*    REFUND, N NSFREG RETURNED CHECK, M CHGJRNL CUSTMNT CHANGE,
017900*    W CHGJRNL FEEADJ WAIVER.  CREDIT IS Y ON A PAYMENT THAT
018000*    LEFT MONEY ON ACCOUNT AS CREDIT.
018100*=================================================================
018200 01  WS-EV-COUNT                    PIC 9(4) VALUE ZERO.
018300 01  WS-EV-SUB                      PIC 9(4) COMP.
018400 01  WS-EVIDENCE-TABLE.
018500     05  WS-EV-ENTRY OCCURS 3000 TIMES
018600             INDEXED BY WS-EV-IDX.
018700         10  WS-EV-SOURCE           PIC X(1).
018800         10  WS-EV-FILE             PIC X(8).
018900         10  WS-EV-CUSTOMER         PIC X(6).
019000         10  WS-EV-OPERATOR         PIC X(3).
019100         10  WS-EV-DATE             PIC 9(8).
019200         10  WS-EV-CREDIT           PIC X(1).
019300         10  WS-EV-LINE             PIC X(80).
019400*=================================================================
019500*    CUSTOMERS ALREADY CHECKED AGAINST THE OPERATOR TABLE
019600*=================================================================
019700 01  WS-CK-COUNT                    PIC 9(4) VALUE ZERO.
019800 01  WS-CHECKED-TABLE.
019900     05  WS-CK-CUSTOMER OCCURS 3000 TIMES
020000             INDEXED BY WS-CK-IDX
020100                                    PIC X(6).
020200*=================================================================
020300*    EXCEPTION TABLE - ONE ENTRY PER TYPE, CUSTOMER, OPERATOR
020400*=================================================================
020500 01  WS-EX-COUNT                    PIC 9(3) VALUE ZERO.
020600 01  WS-EX-SUB                      PIC 9(3) COMP.
020700 01  WS-EXCEPTION-TABLE.
020800     05  WS-EX-ENTRY OCCURS 500 TIMES
020900             INDEXED BY WS-EX-IDX.
021000         10  WS-EX-TYPE             PIC 9(1).
021100         10  WS-EX-CUSTOMER         PIC X(6).
021200         10  WS-EX-OPERATOR         PIC X(3).
021300         10  WS-EX-MATCH            PIC X(12).
021400 01  WS-TYPE-SUB                    PIC 9(1) COMP.
021500 01  WS-TYPE-COUNTS.
021600     05  WS-TYPE-COUNT              PIC 9(5) OCCURS 4 TIMES.
021700 01  WS-TYPE-TITLES.
021800     05  FILLER                     PIC X(45)
021900         VALUE 'ONE OPERATOR WAIVED AND COLLECTED'.
022000     05  FILLER                     PIC X(45)
022100         VALUE 'REFUND BY THE OPERATOR WHO MADE THE CREDIT'.
022200     05  FILLER                     PIC X(45)
022300         VALUE 'CUSTOMER CHANGE THEN WAIVER, SAME OPERATOR'.
022400     05  FILLER                     PIC X(45)
022500         VALUE 'ACCOUNT NAME OR PHONE MATCHES AN OPERATOR'.
022600 01  WS-TYPE-TITLE-R REDEFINES WS-TYPE-TITLES.
022700     05  WS-TYPE-TITLE              PIC X(45) OCCURS 4 TIMES.
022800 01  WS-COUNTERS.
022900     05  WS-ADJ-TAKEN               PIC 9(5) VALUE ZERO.
023000     05  WS-CASH-TAKEN              PIC 9(5) VALUE ZERO.
023100     05  WS-REFUND-TAKEN            PIC 9(5) VALUE ZERO.
023200     05  WS-NSF-TAKEN               PIC 9(5) VALUE ZERO.
023300     05  WS-JOURNAL-TAKEN           PIC 9(5) VALUE ZERO.
023400     05  WS-LINES-NOT-LOADED        PIC 9(5) VALUE ZERO.
023500     05  WS-EXCEPTIONS-NOT-LISTED   PIC 9(5) VALUE ZERO.
023600     05  WS-EXCEPTION-SEQ           PIC 9(4) VALUE ZERO.
023700     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
023800 01  WS-HEAD-LINE-1.
023900     05  FILLER                     PIC X(1)  VALUE SPACE.
024000     05  FILLER                     PIC X(39)
024100         VALUE 'SEGREGATION-OF-DUTIES EXCEPTIONS  WEEK '.
024200     05  HD-WEEK-START              PIC 9(8).
024300     05  FILLER                     PIC X(4)  VALUE ' TO '.
024400     05  HD-WEEK-END                PIC 9(8).
024500 01  WS-HEAD-LINE-2.
024600     05  FILLER                     PIC X(1)  VALUE SPACE.
024700     05  FILLER                     PIC X(33)
024800         VALUE 'SUPPORTING LINES PRINT AS WRITTEN'.
024900 01  WS-TYPE-HEAD-LINE.
025000     05  FILLER                     PIC X(1)  VALUE SPACE.
025100     05  FILLER                     PIC X(5)  VALUE 'TYPE '.
025200     05  TH-TYPE                    PIC 9(1).
025300     05  FILLER                     PIC X(3)  VALUE ' - '.
025400     05  TH-TITLE                   PIC X(45).
025500 01  WS-NONE-LINE.
025600     05  FILLER                     PIC X(3)  VALUE SPACE.
025700     05  FILLER                     PIC X(20)
025800         VALUE 'NONE THIS WEEK      '.
025900 01  WS-EXCEPTION-LINE.
026000     05  FILLER                     PIC X(1)  VALUE SPACE.
026100     05  FILLER                     PIC X(10) VALUE 'EXCEPTION '.
026200     05  EL-SEQ                     PIC ZZZ9.
026300     05  FILLER                     PIC X(11)
026400         VALUE '  CUSTOMER '.
026500     05  EL-CUSTOMER                PIC X(6).
026600     05  FILLER                     PIC X(11)
026700         VALUE '  OPERATOR '.
026800     05  EL-OPERATOR                PIC X(3).
026900     05  FILLER                     PIC X(1)  VALUE SPACE.
027000     05  EL-OPERATOR-NAME           PIC X(20).
027100     05  FILLER                     PIC X(1)  VALUE SPACE.
027200     05  EL-MATCH                   PIC X(12).
027300 01  WS-SOURCE-LINE.
027400     05  FILLER                     PIC X(3)  VALUE SPACE.
027500     05  FILLER                     PIC X(5)  VALUE 'FROM '.
027600     05  SL-FILE                    PIC X(8).
027700 01  WS-TOTAL-LINE.
027800     05  FILLER                     PIC X(1)  VALUE SPACE.
027900     05  TL-LABEL                   PIC X(40).
028000     05  TL-COUNT                   PIC ZZZZ9.
028100 01  WS-NOT-DUE-LINE.
028200     05  FILLER                     PIC X(1)  VALUE SPACE.
028300     05  FILLER                     PIC X(45)
028400         VALUE 'NOT DUE TONIGHT - CALSCHED DECISION IS SKIP'.
028500 PROCEDURE DIVISION.
028600*=================================================================
028700 0000-MAINLINE.
028800     PERFORM 0900-DISPLAY-VERSION-STAMP
028900     PERFORM 1000-INITIALIZE
029000     IF NOT WS-NOT-DUE
029100         PERFORM 2000-LOAD-THE-OPERATORS
029200         PERFORM 2200-LOAD-ADJREG
029300         PERFORM 2300-LOAD-CASHREG
029400         PERFORM 2400-LOAD-REFNDREG
029500         PERFORM 2500-LOAD-NSFREG
029600         PERFORM 2600-LOAD-CHGJRNL
029700         PERFORM 3000-FIND-THE-EXCEPTIONS
029800         PERFORM 4000-PRINT-THE-EXCEPTIONS
029900         PERFORM 5000-PRINT-THE-TOTALS
030000     END-IF
030100     PERFORM 7900-TERMINATE
030200     PERFORM 9000-DISPLAY-VERSION-TRAILER
030300     STOP RUN.
030400*=================================================================
030500*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
030600*=================================================================
030700 0900-DISPLAY-VERSION-STAMP.
030800     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='SODEXCP -'==
030900                             ==:PROGVERS:== BY =='Version 001'==.
031000*=================================================================
031100*    1000-INITIALIZE - CALENDAR GATE AND THE REPORTING WEEK
031200*=================================================================
031300 1000-INITIALIZE.
031400     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
031500     PERFORM 1020-CHECK-THE-CALENDAR
031600     MOVE 'S'                      TO CALR-FUNCTION
031700     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
031800     MOVE ZERO                     TO CALR-END-DATE
031900     MOVE 6                        TO CALR-DAYS
032000     CALL 'STORECAL' USING CALENDAR-REQUEST
032100     MOVE CALR-RESULT-DATE TO WS-WEEK-START-DATE
032200     MOVE ZERO TO WS-TYPE-COUNT (1)
032300     MOVE ZERO TO WS-TYPE-COUNT (2)
032400     MOVE ZERO TO WS-TYPE-COUNT (3)
032500     MOVE ZERO TO WS-TYPE-COUNT (4)
032600     OPEN OUTPUT SODRPT-RPT
032700     IF WS-NOT-DUE
032800         DISPLAY 'SODEXCP: NOT DUE ON THE PROCESSING CALENDAR'
032900         WRITE SODRPT-LINE FROM WS-NOT-DUE-LINE
033000         ADD 1 TO WS-REPORT-LINES
033100     END-IF.
033200*=================================================================
033300*    1020-CHECK-THE-CALENDAR - A SKIP DECISION FOR SODEXCP ON
033400*    TONIGHT'S CALDECIS STANDS THE RUN DOWN
033500*=================================================================
033600 1020-CHECK-THE-CALENDAR.
033700     OPEN INPUT CALDECIS-IN
033800     IF FC-CALDECIS-STATUS NOT = '00'
033900         MOVE 'Y' TO WS-CAL-EOF-SW
034000     END-IF
034100     PERFORM 1030-CHECK-ONE-DECISION
034200         UNTIL WS-CAL-EOF
034300     CLOSE CALDECIS-IN.
034400*=================================================================
034500*    1030-CHECK-ONE-DECISION
034600*=================================================================
034700 1030-CHECK-ONE-DECISION.
034800     READ CALDECIS-IN
034900         AT END
035000             MOVE 'Y' TO WS-CAL-EOF-SW
035100     END-READ
035200     IF NOT WS-CAL-EOF
035300         AND CD-JOB-NAME = 'SODEXCP'
035400         IF CD-DECISION = 'SKIP'
035500             MOVE 'Y' TO WS-NOT-DUE-SW
035600         END-IF
035700         MOVE 'Y' TO WS-CAL-EOF-SW
035800     END-IF.
035900*=================================================================
036000*    2000-LOAD-THE-OPERATORS - NAME AND PHONE OF EVERY PROFILE
036100*=================================================================
036200 2000-LOAD-THE-OPERATORS.
036300     OPEN INPUT OPRFILE
036400     IF FC-OPRFILE-STATUS NOT = '00'
036500         DISPLAY 'SODEXCP: OPRFILE NOT AVAILABLE, STATUS='
036600             FC-OPRFILE-STATUS
036700         DISPLAY 'SODEXCP: NAME/PHONE MATCH NOT RUN'
036800         MOVE 'Y' TO WS-OPR-EOF-SW
036900         MOVE 8 TO RETURN-CODE
037000     END-IF
037100     PERFORM 2100-LOAD-ONE-OPERATOR
037200         UNTIL WS-OPR-EOF
037300     CLOSE OPRFILE.
037400*=================================================================
037500*    2100-LOAD-ONE-OPERATOR
037600*=================================================================
037700 2100-LOAD-ONE-OPERATOR.
037800     READ OPRFILE NEXT RECORD
037900         AT END
038000             MOVE 'Y' TO WS-OPR-EOF-SW
038100     END-READ
038200     IF NOT WS-OPR-EOF
038300         IF WS-OPR-COUNT < 300
038400             ADD 1 TO WS-OPR-COUNT
038500             MOVE WS-OPR-COUNT TO WS-OPR-SUB
038600             MOVE OPR-ID    TO WS-OT-ID (WS-OPR-SUB)
038700             MOVE OPR-NAME  TO WS-OT-NAME (WS-OPR-SUB)
038800             MOVE OPR-PHONE TO WS-OT-PHONE (WS-OPR-SUB)
038900         ELSE
039000             DISPLAY 'SODEXCP: OPERATOR TABLE FULL AT '
039100                 OPR-ID
039200             MOVE 8 TO RETURN-CODE
039300         END-IF
039400     END-IF.
039500*=================================================================
039600*    2200-LOAD-ADJREG - POSTED WAIVERS (CUSTOMER IN COLUMNS 2-7,
039700*    DISPOSITION 36-43, OPERATOR 76-78)
039800*=================================================================
039900 2200-LOAD-ADJREG.
040000     MOVE 'N' TO WS-REG-EOF-SW
040100     OPEN INPUT ADJREG-IN
040200     IF FC-ADJREG-STATUS NOT = '00'
040300         MOVE 'Y' TO WS-REG-EOF-SW
040400     END-IF
040500     PERFORM 2210-TAKE-ONE-ADJREG
040600         UNTIL WS-REG-EOF
040700     CLOSE ADJREG-IN.
040800*=================================================================
040900*    2210-TAKE-ONE-ADJREG
041000*=================================================================
041100 2210-TAKE-ONE-ADJREG.
041200     READ ADJREG-IN
041300         AT END
041400             MOVE 'Y' TO WS-REG-EOF-SW
041500     END-READ
041600     IF NOT WS-REG-EOF
041700         AND ADJREG-IN-LINE (2:6) NUMERIC
041800         AND ADJREG-IN-LINE (36:8) NOT = 'REJECTED'
041900         MOVE 'A'                   TO WS-NEW-SOURCE
042000         MOVE 'ADJREG'              TO WS-NEW-FILE
042100         MOVE ADJREG-IN-LINE (2:6)  TO WS-TEST-CUSTOMER
042200         MOVE ADJREG-IN-LINE (76:3) TO WS-TEST-OPERATOR
042300         MOVE ZERO                  TO WS-TEST-DATE
042400         MOVE 'N'                   TO WS-NEW-CREDIT
042500         MOVE ADJREG-IN-LINE        TO WS-NEW-LINE
042600         PERFORM 2900-ADD-EVIDENCE
042700         ADD 1 TO WS-ADJ-TAKEN
042800     END-IF.
042900*=================================================================
043000*    2300-LOAD-CASHREG - PAYMENTS TAKEN (CUSTOMER IN COLUMNS
043100*    2-7, REASON 50-74, OPERATOR 75-77).  A BLANK REASON IS A
043200*    PAYMENT APPLIED IN FULL; UNAPPLIED TO CREDIT IS AN
043300*    OVERPAYMENT THAT CREATED A CREDIT.  REJECTED CARDS AND GIFT
043400*    CERTIFICATE TENDER ARE NOT CASH IN THE DRAWER AND ARE LEFT
043500*    OUT.
043600*=================================================================
043700 2300-LOAD-CASHREG.
043800     MOVE 'N' TO WS-REG-EOF-SW
043900     OPEN INPUT CASHREG-IN
044000     IF FC-CASHREG-STATUS NOT = '00'
044100         MOVE 'Y' TO WS-REG-EOF-SW
044200     END-IF
044300     PERFORM 2310-TAKE-ONE-CASHREG
044400         UNTIL WS-REG-EOF
044500     CLOSE CASHREG-IN.
044600*=================================================================
044700*    2310-TAKE-ONE-CASHREG
044800*=================================================================
044900 2310-TAKE-ONE-CASHREG.
045000     READ CASHREG-IN
045100         AT END
045200             MOVE 'Y' TO WS-REG-EOF-SW
045300     END-READ
045400     IF NOT WS-REG-EOF
045500         AND CASHREG-IN-LINE (2:6) NUMERIC
045600         AND (CASHREG-IN-LINE (50:25) = SPACES
045700             OR CASHREG-IN-LINE (50:19) = 'UNAPPLIED TO CREDIT')
045800         MOVE 'C'                    TO WS-NEW-SOURCE
045900         MOVE 'CASHREG'              TO WS-NEW-FILE
046000         MOVE CASHREG-IN-LINE (2:6)  TO WS-TEST-CUSTOMER
046100         MOVE CASHREG-IN-LINE (75:3) TO WS-TEST-OPERATOR
046200         MOVE ZERO                   TO WS-TEST-DATE
046300         IF CASHREG-IN-LINE (50:19) = 'UNAPPLIED TO CREDIT'
046400             MOVE 'Y'                TO WS-NEW-CREDIT
046500         ELSE
046600             MOVE 'N'                TO WS-NEW-CREDIT
046700         END-IF
046800         MOVE CASHREG-IN-LINE        TO WS-NEW-LINE
046900         PERFORM 2900-ADD-EVIDENCE
047000         ADD 1 TO WS-CASH-TAKEN
047100     END-IF.
047200*=================================================================
047300*    2400-LOAD-REFNDREG - CREDIT REFUNDS PAID (CUSTOMER IN
047400*    COLUMNS 2-7, DISPOSITION 30-37, OPERATOR 72-74)
047500*=================================================================
047600 2400-LOAD-REFNDREG.
047700     MOVE 'N' TO WS-REG-EOF-SW
047800     OPEN INPUT REFNDREG-IN
047900     IF FC-REFNDREG-STATUS NOT = '00'
048000         MOVE 'Y' TO WS-REG-EOF-SW
048100     END-IF
048200     PERFORM 2410-TAKE-ONE-REFNDREG
048300         UNTIL WS-REG-EOF
048400     CLOSE REFNDREG-IN.
048500*=================================================================
048600*    2410-TAKE-ONE-REFNDREG
048700*=================================================================
048800 2410-TAKE-ONE-REFNDREG.
048900     READ REFNDREG-IN
049000         AT END
049100             MOVE 'Y' TO WS-REG-EOF-SW
049200     END-READ
049300     IF NOT WS-REG-EOF
049400         AND REFNDREG-IN-LINE (2:6) NUMERIC
049500         AND REFNDREG-IN-LINE (30:8) = 'ACCEPTED'
049600         MOVE 'R'                     TO WS-NEW-SOURCE
049700         MOVE 'REFNDREG'              TO WS-NEW-FILE
049800         MOVE REFNDREG-IN-LINE (2:6)  TO WS-TEST-CUSTOMER
049900         MOVE REFNDREG-IN-LINE (72:3) TO WS-TEST-OPERATOR
050000         MOVE ZERO                    TO WS-TEST-DATE
050100         MOVE 'N'                     TO WS-NEW-CREDIT
050200         MOVE REFNDREG-IN-LINE        TO WS-NEW-LINE
050300         PERFORM 2900-ADD-EVIDENCE
050400         ADD 1 TO WS-REFUND-TAKEN
050500     END-IF.
050600*=================================================================
050700*    2500-LOAD-NSFREG - RETURNED CHECKS REVERSED (CUSTOMER IN
050800*    COLUMNS 2-7, DISPOSITION 48-55).  THE BANK'S CARDS CARRY NO
050900*    OPERATOR, SO THESE ONLY SUPPORT A CUSTOMER'S EXCEPTION.
051000*=================================================================
051100 2500-LOAD-NSFREG.
051200     MOVE 'N' TO WS-REG-EOF-SW
051300     OPEN INPUT NSFREG-IN
051400     IF FC-NSFREG-STATUS NOT = '00'
051500         MOVE 'Y' TO WS-REG-EOF-SW
051600     END-IF
051700     PERFORM 2510-TAKE-ONE-NSFREG
051800         UNTIL WS-REG-EOF
051900     CLOSE NSFREG-IN.
052000*=================================================================
052100*    2510-TAKE-ONE-NSFREG
052200*=================================================================
052300 2510-TAKE-ONE-NSFREG.
052400     READ NSFREG-IN
052500         AT END
052600             MOVE 'Y' TO WS-REG-EOF-SW
052700     END-READ
052800     IF NOT WS-REG-EOF
052900         AND NSFREG-IN-LINE (2:6) NUMERIC
053000         AND NSFREG-IN-LINE (48:8) NOT = 'REJECTED'
053100         MOVE 'N'                   TO WS-NEW-SOURCE
053200         MOVE 'NSFREG'              TO WS-NEW-FILE
053300         MOVE NSFREG-IN-LINE (2:6)  TO WS-TEST-CUSTOMER
053400         MOVE SPACES                TO WS-TEST-OPERATOR
053500         MOVE ZERO                  TO WS-TEST-DATE
053600         MOVE 'N'                   TO WS-NEW-CREDIT
053700         MOVE NSFREG-IN-LINE        TO WS-NEW-LINE
053800         PERFORM 2900-ADD-EVIDENCE
053900         ADD 1 TO WS-NSF-TAKEN
054000     END-IF.
054100*=================================================================
054200*    2600-LOAD-CHGJRNL - THE WEEK'S CUSTMNT CHANGES AND FEEADJ
054300*    WAIVERS FROM THE CUMULATIVE CHANGE JOURNAL, WITH THEIR
054400*    DATES SO A CHANGE CAN BE SEEN TO COME BEFORE A WAIVER
054500*=================================================================
054600 2600-LOAD-CHGJRNL.
054700     MOVE 'N' TO WS-REG-EOF-SW
054800     OPEN INPUT CHGJRNL-IN
054900     IF FC-CHGJRNL-STATUS NOT = '00'
055000         MOVE 'Y' TO WS-REG-EOF-SW
055100     END-IF
055200     PERFORM 2610-TAKE-ONE-CHGJRNL
055300         UNTIL WS-REG-EOF
055400     CLOSE CHGJRNL-IN.
055500*=================================================================
055600*    2610-TAKE-ONE-CHGJRNL
055700*=================================================================
055800 2610-TAKE-ONE-CHGJRNL.
055900     READ CHGJRNL-IN
056000         AT END
056100             MOVE 'Y' TO WS-REG-EOF-SW
056200     END-READ
056300     IF NOT WS-REG-EOF
056400         AND CJ-DATE NUMERIC
056500         AND CJ-KEY (1:6) NUMERIC
056600         AND (CJ-PROGRAM = 'CUSTMNT' OR CJ-PROGRAM = 'FEEADJ')
056700         MOVE CJ-DATE TO WS-CJ-DATE-X
056800         IF WS-CJ-DATE-9 >= WS-WEEK-START-DATE
056900             AND WS-CJ-DATE-9 <= WS-CURRENT-DATE-YYYYMMDD
057000             IF CJ-PROGRAM = 'CUSTMNT'
057100                 MOVE 'M'           TO WS-NEW-SOURCE
057200             ELSE
057300                 MOVE 'W'           TO WS-NEW-SOURCE
057400             END-IF
057500             MOVE 'CHGJRNL'         TO WS-NEW-FILE
057600             MOVE CJ-KEY (1:6)      TO WS-TEST-CUSTOMER
057700             MOVE CJ-OPERATOR       TO WS-TEST-OPERATOR
057800             MOVE WS-CJ-DATE-9      TO WS-TEST-DATE
057900             MOVE 'N'               TO WS-NEW-CREDIT
058000             MOVE CHGJRNL-IN-LINE   TO WS-NEW-LINE
058100             PERFORM 2900-ADD-EVIDENCE
058200             ADD 1 TO WS-JOURNAL-TAKEN
058300         END-IF
058400     END-IF.
058500*=================================================================
058600*    2900-ADD-EVIDENCE - FILE ONE LINE IN THE EVIDENCE TABLE
058700*=================================================================
058800 2900-ADD-EVIDENCE.
058900     IF WS-EV-COUNT < 3000
059000         ADD 1 TO WS-EV-COUNT
059100         MOVE WS-EV-COUNT      TO WS-EV-SUB
059200         MOVE WS-NEW-SOURCE    TO WS-EV-SOURCE (WS-EV-SUB)
059300         MOVE WS-NEW-FILE      TO WS-EV-FILE (WS-EV-SUB)
059400         MOVE WS-TEST-CUSTOMER TO WS-EV-CUSTOMER (WS-EV-SUB)
059500         MOVE WS-TEST-OPERATOR TO WS-EV-OPERATOR (WS-EV-SUB)
059600         MOVE WS-TEST-DATE     TO WS-EV-DATE (WS-EV-SUB)
059700         MOVE WS-NEW-CREDIT    TO WS-EV-CREDIT (WS-EV-SUB)
059800         MOVE WS-NEW-LINE      TO WS-EV-LINE (WS-EV-SUB)
059900     ELSE
060000         ADD 1 TO WS-LINES-NOT-LOADED
060100         MOVE 8 TO RETURN-CODE
060200     END-IF.
060300*=================================================================
060400*    3000-FIND-THE-EXCEPTIONS - TEST EVERY EVIDENCE LINE
060500*=================================================================
060600 3000-FIND-THE-EXCEPTIONS.
060700     OPEN INPUT CUSTFILE
060800     IF FC-CUSTFILE-STATUS = '00'
060900         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
061000     ELSE
061100         DISPLAY 'SODEXCP: CUSTFILE NOT AVAILABLE, STATUS='
061200             FC-CUSTFILE-STATUS
061300         DISPLAY 'SODEXCP: NAME/PHONE MATCH NOT RUN'
061400         MOVE 8 TO RETURN-CODE
061500     END-IF
061600     PERFORM 3100-TEST-ONE-ENTRY
061700         VARYING WS-EV-SUB FROM 1 BY 1
061800         UNTIL WS-EV-SUB > WS-EV-COUNT
061900     IF WS-CUSTFILE-AVAILABLE
062000         CLOSE CUSTFILE
062100     END-IF.
062200*=================================================================
062300*    3100-TEST-ONE-ENTRY - THE PAIRING TEST FOR THE LINE'S
062400*    SOURCE, THEN THE ACCOUNT-HOLDER TEST FOR ITS CUSTOMER
062500*=================================================================
062600 3100-TEST-ONE-ENTRY.
062700     MOVE WS-EV-CUSTOMER (WS-EV-SUB) TO WS-TEST-CUSTOMER
062800     MOVE WS-EV-OPERATOR (WS-EV-SUB) TO WS-TEST-OPERATOR
062900     MOVE WS-EV-DATE (WS-EV-SUB)     TO WS-TEST-DATE
063000     MOVE SPACES                     TO WS-TEST-MATCH
063100     IF NOT WS-TEST-OPERATOR-UNKNOWN
063200         EVALUATE WS-EV-SOURCE (WS-EV-SUB)
063300             WHEN 'A'
063400                 PERFORM 3200-TEST-WAIVE-AND-COLLECT
063500             WHEN 'R'
063600                 PERFORM 3300-TEST-REFUND-OF-CREDIT
063700             WHEN 'M'
063800                 PERFORM 3400-TEST-MAINT-THEN-WAIVE
063900             WHEN OTHER
064000                 CONTINUE
064100         END-EVALUATE
064200     END-IF
064300     IF WS-CUSTFILE-AVAILABLE
064400         AND WS-OPR-COUNT > ZERO
064500         PERFORM 3500-TEST-THE-ACCOUNT-HOLDER
064600     END-IF.
064700*=================================================================
064800*    3200-TEST-WAIVE-AND-COLLECT - A PAYMENT ON THE WAIVED
064900*    CUSTOMER TAKEN BY THE OPERATOR WHO WAIVED
065000*=================================================================
065100 3200-TEST-WAIVE-AND-COLLECT.
065200     SET WS-EV-IDX TO 1
065300     SEARCH WS-EV-ENTRY
065400         AT END
065500             CONTINUE
065600         WHEN WS-EV-IDX > WS-EV-COUNT
065700             CONTINUE
065800         WHEN WS-EV-SOURCE (WS-EV-IDX) = 'C'
065900             AND WS-EV-CUSTOMER (WS-EV-IDX) = WS-TEST-CUSTOMER
066000             AND WS-EV-OPERATOR (WS-EV-IDX) = WS-TEST-OPERATOR
066100             MOVE 1 TO WS-TEST-TYPE
066200             PERFORM 3900-ADD-EXCEPTION
066300     END-SEARCH.
066400*=================================================================
066500*    3300-TEST-REFUND-OF-CREDIT - AN OVERPAYMENT TO CREDIT ON
066600*    THE REFUNDED CUSTOMER TAKEN BY THE OPERATOR WHO REFUNDED
066700*=================================================================
066800 3300-TEST-REFUND-OF-CREDIT.
066900     SET WS-EV-IDX TO 1
067000     SEARCH WS-EV-ENTRY
067100         AT END
067200             CONTINUE
067300         WHEN WS-EV-IDX > WS-EV-COUNT
067400             CONTINUE
067500         WHEN WS-EV-SOURCE (WS-EV-IDX) = 'C'
067600             AND WS-EV-CREDIT (WS-EV-IDX) = 'Y'
067700             AND WS-EV-CUSTOMER (WS-EV-IDX) = WS-TEST-CUSTOMER
067800             AND WS-EV-OPERATOR (WS-EV-IDX) = WS-TEST-OPERATOR
067900             MOVE 2 TO WS-TEST-TYPE
068000             PERFORM 3900-ADD-EXCEPTION
068100     END-SEARCH.
068200*=================================================================
068300*    3400-TEST-MAINT-THEN-WAIVE - A WAIVER JOURNALLED ON OR
068400*    AFTER THE CHANGE'S DATE, SAME CUSTOMER, SAME OPERATOR
068500*=================================================================
068600 3400-TEST-MAINT-THEN-WAIVE.
068700     SET WS-EV-IDX TO 1
068800     SEARCH WS-EV-ENTRY
068900         AT END
069000             CONTINUE
069100         WHEN WS-EV-IDX > WS-EV-COUNT
069200             CONTINUE
069300         WHEN WS-EV-SOURCE (WS-EV-IDX) = 'W'
069400             AND WS-EV-CUSTOMER (WS-EV-IDX) = WS-TEST-CUSTOMER
069500             AND WS-EV-OPERATOR (WS-EV-IDX) = WS-TEST-OPERATOR
069600             AND WS-EV-DATE (WS-EV-IDX) >= WS-TEST-DATE
069700             MOVE 3 TO WS-TEST-TYPE
069800             PERFORM 3900-ADD-EXCEPTION
069900     END-SEARCH.
070000*=================================================================
070100*    3500-TEST-THE-ACCOUNT-HOLDER - ONCE PER CUSTOMER, THE
070200*    ACCOUNT'S NAME AND PHONE AGAINST EVERY OPERATOR PROFILE
070300*=================================================================
070400 3500-TEST-THE-ACCOUNT-HOLDER.
070500     MOVE 'N' TO WS-CHECKED-SW
070600     SET WS-CK-IDX TO 1
070700     SEARCH WS-CK-CUSTOMER
070800         AT END
070900             CONTINUE
071000         WHEN WS-CK-IDX > WS-CK-COUNT
071100             CONTINUE
071200         WHEN WS-CK-CUSTOMER (WS-CK-IDX) = WS-TEST-CUSTOMER
071300             MOVE 'Y' TO WS-CHECKED-SW
071400     END-SEARCH
071500     IF NOT WS-ALREADY-CHECKED
071600         IF WS-CK-COUNT < 3000
071700             ADD 1 TO WS-CK-COUNT
071800             SET WS-CK-IDX TO WS-CK-COUNT
071900             MOVE WS-TEST-CUSTOMER
072000                 TO WS-CK-CUSTOMER (WS-CK-IDX)
072100         END-IF
072200         MOVE WS-TEST-CUSTOMER-9 TO CUSTOMER-ID
072300         READ CUSTFILE
072400             INVALID KEY
072500                 CONTINUE
072600             NOT INVALID KEY
072700                 PERFORM 3510-MATCH-THE-OPERATORS
072800         END-READ
072900     END-IF.
073000*=================================================================
073100*    3510-MATCH-THE-OPERATORS - SAME NAME, OR SAME PHONE WHEN
073200*    BOTH ARE ON FILE
073300*=================================================================
073400 3510-MATCH-THE-OPERATORS.
073500     SET WS-OPR-IDX TO 1
073600     SEARCH WS-OPR-ENTRY
073700         AT END
073800             CONTINUE
073900         WHEN WS-OPR-IDX > WS-OPR-COUNT
074000             CONTINUE
074100         WHEN CUSTOMER-NAME NOT = SPACES
074200             AND WS-OT-NAME (WS-OPR-IDX) = CUSTOMER-NAME
074300             MOVE WS-OT-ID (WS-OPR-IDX) TO WS-TEST-OPERATOR
074400             MOVE 'NAME MATCH'  TO WS-TEST-MATCH
074500             MOVE 4 TO WS-TEST-TYPE
074600             PERFORM 3900-ADD-EXCEPTION
074700         WHEN CUSTOMER-PHONE NOT = SPACES
074800             AND WS-OT-PHONE (WS-OPR-IDX) = CUSTOMER-PHONE
074900             MOVE WS-OT-ID (WS-OPR-IDX) TO WS-TEST-OPERATOR
075000             MOVE 'PHONE MATCH' TO WS-TEST-MATCH
075100             MOVE 4 TO WS-TEST-TYPE
075200             PERFORM 3900-ADD-EXCEPTION
075300     END-SEARCH.
075400*=================================================================
075500*    3900-ADD-EXCEPTION - ONCE PER TYPE, CUSTOMER AND OPERATOR
075600*=================================================================
075700 3900-ADD-EXCEPTION.
075800     SET WS-EX-IDX TO 1
075900     SEARCH WS-EX-ENTRY
076000         AT END
076100             ADD 1 TO WS-EXCEPTIONS-NOT-LISTED
076200             MOVE 8 TO RETURN-CODE
076300         WHEN WS-EX-IDX > WS-EX-COUNT
076400             ADD 1 TO WS-EX-COUNT
076500             MOVE WS-TEST-TYPE     TO WS-EX-TYPE (WS-EX-IDX)
076600             MOVE WS-TEST-CUSTOMER TO WS-EX-CUSTOMER (WS-EX-IDX)
076700             MOVE WS-TEST-OPERATOR TO WS-EX-OPERATOR (WS-EX-IDX)
076800             MOVE WS-TEST-MATCH    TO WS-EX-MATCH (WS-EX-IDX)
076900             ADD 1 TO WS-TYPE-COUNT (WS-TEST-TYPE)
077000         WHEN WS-EX-TYPE (WS-EX-IDX) = WS-TEST-TYPE
077100             AND WS-EX-CUSTOMER (WS-EX-IDX) = WS-TEST-CUSTOMER
077200             AND WS-EX-OPERATOR (WS-EX-IDX) = WS-TEST-OPERATOR
077300             CONTINUE
077400     END-SEARCH.
077500*=================================================================
077600*    4000-PRINT-THE-EXCEPTIONS - GROUPED BY TYPE
077700*=================================================================
077800 4000-PRINT-THE-EXCEPTIONS.
077900     MOVE WS-WEEK-START-DATE TO HD-WEEK-START
078000     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-WEEK-END
078100     WRITE SODRPT-LINE FROM WS-HEAD-LINE-1
078200     WRITE SODRPT-LINE FROM WS-HEAD-LINE-2
078300     ADD 2 TO WS-REPORT-LINES
078400     PERFORM 4100-PRINT-ONE-TYPE
078500         VARYING WS-TYPE-SUB FROM 1 BY 1
078600         UNTIL WS-TYPE-SUB > 4.
078700*=================================================================
078800*    4100-PRINT-ONE-TYPE
078900*=================================================================
079000 4100-PRINT-ONE-TYPE.
079100     MOVE SPACES TO SODRPT-LINE
079200     WRITE SODRPT-LINE
079300     MOVE WS-TYPE-SUB TO TH-TYPE
079400     MOVE WS-TYPE-TITLE (WS-TYPE-SUB) TO TH-TITLE
079500     WRITE SODRPT-LINE FROM WS-TYPE-HEAD-LINE
079600     ADD 2 TO WS-REPORT-LINES
079700     IF WS-TYPE-COUNT (WS-TYPE-SUB) = ZERO
079800         WRITE SODRPT-LINE FROM WS-NONE-LINE
079900         ADD 1 TO WS-REPORT-LINES
080000     ELSE
080100         PERFORM 4200-PRINT-ONE-EXCEPTION
080200             VARYING WS-EX-SUB FROM 1 BY 1
080300             UNTIL WS-EX-SUB > WS-EX-COUNT
080400     END-IF.
080500*=================================================================
080600*    4200-PRINT-ONE-EXCEPTION - THE EXCEPTION LINE AND ITS
080700*    SUPPORTING REGISTER LINES
080800*=================================================================
080900 4200-PRINT-ONE-EXCEPTION.
081000     IF WS-EX-TYPE (WS-EX-SUB) = WS-TYPE-SUB
081100         ADD 1 TO WS-EXCEPTION-SEQ
081200         MOVE WS-EXCEPTION-SEQ            TO EL-SEQ
081300         MOVE WS-EX-CUSTOMER (WS-EX-SUB)  TO EL-CUSTOMER
081400         MOVE WS-EX-OPERATOR (WS-EX-SUB)  TO EL-OPERATOR
081500         MOVE WS-EX-MATCH (WS-EX-SUB)     TO EL-MATCH
081600         MOVE SPACES                      TO EL-OPERATOR-NAME
081700         SET WS-OPR-IDX TO 1
081800         SEARCH WS-OPR-ENTRY
081900             AT END
082000                 CONTINUE
082100             WHEN WS-OPR-IDX > WS-OPR-COUNT
082200                 CONTINUE
082300             WHEN WS-OT-ID (WS-OPR-IDX) =
082310               WS-EX-OPERATOR (WS-EX-SUB)
082400                 MOVE WS-OT-NAME (WS-OPR-IDX) TO EL-OPERATOR-NAME
082500         END-SEARCH
082600         MOVE SPACES TO SODRPT-LINE
082700         WRITE SODRPT-LINE
082800         WRITE SODRPT-LINE FROM WS-EXCEPTION-LINE
082900         ADD 2 TO WS-REPORT-LINES
083000         MOVE SPACES TO WS-LAST-FILE
083100         PERFORM 4300-PRINT-ONE-SUPPORT
083200             VARYING WS-EV-SUB FROM 1 BY 1
083300             UNTIL WS-EV-SUB > WS-EV-COUNT
083400     END-IF.
083500*=================================================================
083600*    4300-PRINT-ONE-SUPPORT - WHETHER THIS EVIDENCE LINE BACKS
083700*    THE EXCEPTION DEPENDS ON THE EXCEPTION TYPE
083800*=================================================================
083900 4300-PRINT-ONE-SUPPORT.
084000     MOVE 'N' TO WS-SUPPORTS-SW
084100     IF WS-EV-CUSTOMER (WS-EV-SUB) = WS-EX-CUSTOMER (WS-EX-SUB)
084200         EVALUATE WS-EX-TYPE (WS-EX-SUB)
084300             WHEN 1
084400                 IF WS-EV-SOURCE (WS-EV-SUB) = 'N'
084500                     OR ((WS-EV-SOURCE (WS-EV-SUB) = 'A'
084600                         OR WS-EV-SOURCE (WS-EV-SUB) = 'C')
084700                         AND WS-EV-OPERATOR (WS-EV-SUB) =
084800                             WS-EX-OPERATOR (WS-EX-SUB))
084900                     MOVE 'Y' TO WS-SUPPORTS-SW
085000                 END-IF
085100             WHEN 2
085200                 IF (WS-EV-SOURCE (WS-EV-SUB) = 'R'
085300                     OR WS-EV-CREDIT (WS-EV-SUB) = 'Y')
085400                     AND WS-EV-OPERATOR (WS-EV-SUB) =
085500                         WS-EX-OPERATOR (WS-EX-SUB)
085600                     MOVE 'Y' TO WS-SUPPORTS-SW
085700                 END-IF
085800             WHEN 3
085900                 IF (WS-EV-SOURCE (WS-EV-SUB) = 'M'
086000                     OR WS-EV-SOURCE (WS-EV-SUB) = 'W'
086100                     OR WS-EV-SOURCE (WS-EV-SUB) = 'A')
086200                     AND WS-EV-OPERATOR (WS-EV-SUB) =
086300                         WS-EX-OPERATOR (WS-EX-SUB)
086400                     MOVE 'Y' TO WS-SUPPORTS-SW
086500                 END-IF
086600             WHEN OTHER
086700                 MOVE 'Y' TO WS-SUPPORTS-SW
086800         END-EVALUATE
086900     END-IF
087000     IF WS-LINE-SUPPORTS
087100         IF WS-EV-FILE (WS-EV-SUB) NOT = WS-LAST-FILE
087200             MOVE WS-EV-FILE (WS-EV-SUB) TO SL-FILE
087300             MOVE WS-EV-FILE (WS-EV-SUB) TO WS-LAST-FILE
087400             WRITE SODRPT-LINE FROM WS-SOURCE-LINE
087500             ADD 1 TO WS-REPORT-LINES
087600         END-IF
087700         WRITE SODRPT-LINE FROM WS-EV-LINE (WS-EV-SUB)
087800         ADD 1 TO WS-REPORT-LINES
087900     END-IF.
088000*=================================================================
088100*    5000-PRINT-THE-TOTALS
088200*=================================================================
088300 5000-PRINT-THE-TOTALS.
088400     MOVE SPACES TO SODRPT-LINE
088500     WRITE SODRPT-LINE
088600     MOVE 'ADJREG WAIVER LINES READ' TO TL-LABEL
088700     MOVE WS-ADJ-TAKEN TO TL-COUNT
088800     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
088900     MOVE 'CASHREG PAYMENT LINES READ' TO TL-LABEL
089000     MOVE WS-CASH-TAKEN TO TL-COUNT
089100     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
089200     MOVE 'REFNDREG REFUND LINES READ' TO TL-LABEL
089300     MOVE WS-REFUND-TAKEN TO TL-COUNT
089400     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
089500     MOVE 'NSFREG RETURNED-CHECK LINES READ' TO TL-LABEL
089600     MOVE WS-NSF-TAKEN TO TL-COUNT
089700     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
089800     MOVE 'CHGJRNL LINES IN THE WEEK' TO TL-LABEL
089900     MOVE WS-JOURNAL-TAKEN TO TL-COUNT
090000     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
090100     MOVE 'EXCEPTIONS - WAIVE AND COLLECT' TO TL-LABEL
090200     MOVE WS-TYPE-COUNT (1) TO TL-COUNT
090300     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
090400     MOVE 'EXCEPTIONS - REFUND OF OWN CREDIT' TO TL-LABEL
090500     MOVE WS-TYPE-COUNT (2) TO TL-COUNT
090600     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
090700     MOVE 'EXCEPTIONS - MAINTENANCE THEN WAIVER' TO TL-LABEL
090800     MOVE WS-TYPE-COUNT (3) TO TL-COUNT
090900     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
091000     MOVE 'EXCEPTIONS - OPERATOR-LINKED ACCOUNT' TO TL-LABEL
091100     MOVE WS-TYPE-COUNT (4) TO TL-COUNT
091200     WRITE SODRPT-LINE FROM WS-TOTAL-LINE
091300     ADD 10 TO WS-REPORT-LINES
091400     IF WS-LINES-NOT-LOADED > ZERO
091500         MOVE 'LINES NOT LOADED - TABLE FULL' TO TL-LABEL
091600         MOVE WS-LINES-NOT-LOADED TO TL-COUNT
091700         WRITE SODRPT-LINE FROM WS-TOTAL-LINE
091800         ADD 1 TO WS-REPORT-LINES
091900     END-IF
092000     IF WS-EXCEPTIONS-NOT-LISTED > ZERO
092100         MOVE 'EXCEPTIONS NOT LISTED - TABLE FULL' TO TL-LABEL
092200         MOVE WS-EXCEPTIONS-NOT-LISTED TO TL-COUNT
092300         WRITE SODRPT-LINE FROM WS-TOTAL-LINE
092400         ADD 1 TO WS-REPORT-LINES
092500     END-IF.
092600*=================================================================
092700*    7900-TERMINATE - RUN TOTALS
092800*=================================================================
092900 7900-TERMINATE.
093000     CLOSE SODRPT-RPT
093100     DISPLAY 'SODEXCP: WEEK STARTING    = ' WS-WEEK-START-DATE
093200     DISPLAY 'SODEXCP: EVIDENCE LINES   = ' WS-EV-COUNT
093300     DISPLAY 'SODEXCP: EXCEPTIONS       = ' WS-EX-COUNT
093400     IF WS-LINES-NOT-LOADED > ZERO
093500         DISPLAY 'SODEXCP: EVIDENCE TABLE FULL, NOT LOADED = '
093600             WS-LINES-NOT-LOADED
093700     END-IF
093800     IF WS-EXCEPTIONS-NOT-LISTED > ZERO
093900         DISPLAY 'SODEXCP: EXCEPTION TABLE FULL, NOT LISTED = '
094000             WS-EXCEPTIONS-NOT-LISTED
094100     END-IF.
094200*=================================================================
094300*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
094400*=================================================================
094500 9000-DISPLAY-VERSION-TRAILER.
094600     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='SODEXCP -'==
094700                             ==:LINECOUNT:== BY WS-REPORT-LINES.
