000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    OPRLIST.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY OPERATOR ACCESS
001200*                   LISTING FOR THE OWNER'S SIGN-OFF.
001210*  2026-10-15 VSG   MANAGER OVERRIDE SHOWN AS A SIXTH FUNCTION
001220*                   LETTER (V); NAME COLUMN NARROWED TO 15.
001300*=================================================================
001400*  PRINTS EVERY OPERATOR ON OPRFILE WITH NAME, HOME STORE,
001500*  ACTIVE DATES, THE CONTROLLED FUNCTIONS THEY HOLD (W WAIVE,
001600*  O WRITE-OFF, R RATE CHANGE, M MERGE, F REFUND, V MANAGER
001610*  OVERRIDE OF A REFUSED CHECKOUT), THEIR
001700*  WAIVER AND REFUND LIMITS, WHETHER THE ID IS ACTIVE AS OF
001800*  THE BUSINESS DATE, AND HOW MANY SECURITY VIOLATIONS THE ID
001900*  RAISED IN THE MONTH.  EVERY VIOLATION FOR THE MONTH THEN
002000*  LISTS - THE BATCH REFUSALS OPRAUTH WROTE TO SECVIOL AND THE
002100*  COUNTER REFUSALS THE CICS CAPTURES WROTE TO SECVONL - AND
002200*  THE REPORT ENDS WITH A SIGN-OFF BLOCK FOR THE OWNER.
002300*
002400*  THE MONTH IS THE ONE BEFORE THE BUSINESS DATE.  LIKE STOREPL
002500*  THIS IS A MONTH-END LEG ON THE CALSCHED PROCESSING CALENDAR:
002600*  A SKIP DECISION FOR OPRLIST ON TONIGHT'S CALDECIS PRINTS THE
002700*  NOT-DUE LINE ONLY.
002800*=================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL OPRFILE ASSIGN TO 'IDXOPR'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS OPR-ID OF OPERATOR-RECORD
003900         FILE STATUS IS FC-OPRFILE-STATUS.
004000     SELECT OPTIONAL SECVIOL-IN ASSIGN TO 'SECVIOL'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS FC-SECVIOL-STATUS.
004300     SELECT OPTIONAL SECVONL-IN ASSIGN TO 'SECVONL'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FC-SECVONL-STATUS.
004600     SELECT OPTIONAL CALDECIS-IN ASSIGN TO 'CALDECIS'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FC-CALDECIS-STATUS.
004900     SELECT OPRLIST-RPT ASSIGN TO 'OPRLIST'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FC-OPRLIST-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  OPRFILE.
005500 COPY OPRREC.
005600 FD  SECVIOL-IN
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  SECVIOL-IN-LINE                PIC X(80).
005900 FD  SECVONL-IN
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  SECVONL-IN-LINE                PIC X(80).
006200 FD  CALDECIS-IN
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  CALDECIS-IN-LINE.
006500     05  FILLER                     PIC X(1).
006600     05  CD-JOB-NAME                PIC X(20).
006700     05  FILLER                     PIC X(2).
006800     05  CD-DECISION                PIC X(4).
006900     05  FILLER                     PIC X(53).
007000 FD  OPRLIST-RPT
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  OPRLIST-LINE                   PIC X(80).
007300 WORKING-STORAGE SECTION.
007400*=================================================================
007500 COPY VERSTAMP.
007600 COPY SECVLINE.
007700 01  FC-STATUSES.
007800     05  FC-OPRFILE-STATUS          PIC X(2).
007900     05  FC-SECVIOL-STATUS          PIC X(2).
008000     05  FC-SECVONL-STATUS          PIC X(2).
008100     05  FC-CALDECIS-STATUS         PIC X(2).
008200     05  FC-OPRLIST-STATUS          PIC X(2).
008300 01  WS-SWITCHES.
008400     05  WS-OPR-EOF-SW              PIC X(1) VALUE 'N'.
008500         88  WS-OPR-EOF             VALUE 'Y'.
008600     05  WS-VIOL-EOF-SW             PIC X(1) VALUE 'N'.
008700         88  WS-VIOL-EOF            VALUE 'Y'.
008800     05  WS-CAL-EOF-SW              PIC X(1) VALUE 'N'.
008900         88  WS-CAL-EOF             VALUE 'Y'.
009000     05  WS-NOT-DUE-SW              PIC X(1) VALUE 'N'.
009100         88  WS-NOT-DUE             VALUE 'Y'.
009200     05  WS-PASS-SW                 PIC X(1) VALUE 'C'.
009300         88  WS-COUNTING-PASS       VALUE 'C'.
009400         88  WS-PRINTING-PASS       VALUE 'P'.
009500 01  WS-CURRENT-DATE.
009600     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
009700     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE-YYYYMMDD.
009800         10  WS-CURRENT-YYYY        PIC 9(4).
009900         10  WS-CURRENT-MM          PIC 9(2).
010000         10  WS-CURRENT-DD          PIC 9(2).
010100 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
010200 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.
010300     05  WS-PERIOD-YYYY             PIC 9(4).
010400     05  WS-PERIOD-MM               PIC 9(2).
010500 01  WS-PERIOD-X REDEFINES WS-PERIOD-YYYYMM
010600                                    PIC X(6).
010700 01  WS-FLAG-SUB                    PIC 9(1) COMP.
010800 01  WS-FUNCTION-FLAGS.
010900     05  WS-FUNCTION-FLAG           PIC X(1) OCCURS 6 TIMES.
011000 01  WS-FUNCTION-LETTERS            PIC X(6) VALUE 'WORMFV'.
011100 01  WS-FUNCTION-LETTER-R REDEFINES WS-FUNCTION-LETTERS.
011200     05  WS-FUNCTION-LETTER         PIC X(1) OCCURS 6 TIMES.
011300*=================================================================
011400*    OPERATOR TABLE - LOADED FROM OPRFILE SO THE VIOLATION COUNT
011500*    CAN PRINT ON EACH OPERATOR'S LINE
011600*=================================================================
011700 01  WS-OPR-COUNT                   PIC 9(3) VALUE ZERO.
011800 01  WS-OPR-SUB                     PIC 9(3) COMP.
011900 01  WS-OPR-TABLE.
012000     05  WS-OPR-ENTRY OCCURS 300 TIMES
012100             INDEXED BY WS-OPR-IDX.
012200         10  WS-OT-ID               PIC X(3).
012300         10  WS-OT-NAME             PIC X(15).
012400         10  WS-OT-HOME-STORE       PIC 9(2).
012500         10  WS-OT-ACTIVE-FROM      PIC 9(8).
012600         10  WS-OT-ACTIVE-TO        PIC 9(8).
012700         10  WS-OT-FUNCTIONS        PIC X(6).
012800         10  WS-OT-WAIVE-LIMIT      PIC 9(5)V99.
012900         10  WS-OT-REFUND-LIMIT     PIC 9(5)V99.
013000         10  WS-OT-VIOLATIONS       PIC 9(3).
013100 01  WS-COUNTERS.
013200     05  WS-OPRS-ACTIVE             PIC 9(5) VALUE ZERO.
013300     05  WS-OPRS-NOT-LISTED         PIC 9(5) VALUE ZERO.
013400     05  WS-BATCH-VIOLATIONS        PIC 9(5) VALUE ZERO.
013500     05  WS-ONLINE-VIOLATIONS       PIC 9(5) VALUE ZERO.
013600     05  WS-UNKNOWN-VIOLATIONS      PIC 9(5) VALUE ZERO.
013700     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
013800 01  WS-HEAD-LINE-1.
013900     05  FILLER                     PIC X(1)  VALUE SPACE.
014000     05  FILLER                     PIC X(33)
014100         VALUE 'OPERATOR ACCESS LISTING  MONTH   '.
014200     05  HD-PERIOD                  PIC 9(6).
014300     05  FILLER                     PIC X(10)
014400         VALUE '   RUN ON '.
014500     05  HD-RUN-DATE                PIC 9(8).
014600 01  WS-HEAD-LINE-2.
014700     05  FILLER                     PIC X(34)
014800         VALUE ' OPR  NAME            ST ACTIVE   '.
014900     05  FILLER                     PIC X(46)
015000         VALUE 'ACTIVE   FUNCS     WAIVE   REFUND STATUS  VIOL'.
015100 01  WS-HEAD-LINE-3.
015200     05  FILLER                     PIC X(34)
015300         VALUE '                         FROM     '.
015400     05  FILLER                     PIC X(46)
015500         VALUE 'TO                 LIMIT    LIMIT             '.
015600 01  WS-DETAIL-LINE.
015700     05  FILLER                     PIC X(1)  VALUE SPACE.
015800     05  DL-OPERATOR-ID             PIC X(3).
015900     05  FILLER                     PIC X(2)  VALUE SPACE.
016000     05  DL-NAME                    PIC X(15).
016100     05  FILLER                     PIC X(1)  VALUE SPACE.
016200     05  DL-HOME-STORE              PIC 9(2).
016300     05  FILLER                     PIC X(1)  VALUE SPACE.
016400     05  DL-ACTIVE-FROM             PIC 9(8).
016500     05  FILLER                     PIC X(1)  VALUE SPACE.
016600     05  DL-ACTIVE-TO               PIC X(8).
016700     05  FILLER                     PIC X(1)  VALUE SPACE.
016800     05  DL-FUNCTIONS               PIC X(6).
016900     05  FILLER                     PIC X(1)  VALUE SPACE.
017000     05  DL-WAIVE-LIMIT             PIC ZZZZ9.99.
017100     05  FILLER                     PIC X(1)  VALUE SPACE.
017200     05  DL-REFUND-LIMIT            PIC ZZZZ9.99.
017300     05  FILLER                     PIC X(1)  VALUE SPACE.
017400     05  DL-STATUS                  PIC X(8).
017500     05  FILLER                     PIC X(1)  VALUE SPACE.
017600     05  DL-VIOLATIONS              PIC ZZ9.
017700 01  WS-ACTIVE-TO-X                 PIC X(8).
017800 01  WS-ACTIVE-TO-9 REDEFINES WS-ACTIVE-TO-X
017900                                    PIC 9(8).
018000 01  WS-VIOL-HEAD-1.
018100     05  FILLER                     PIC X(1)  VALUE SPACE.
018200     05  FILLER                     PIC X(40)
018300         VALUE 'SECURITY VIOLATIONS FOR THE MONTH       '.
018400 01  WS-VIOL-HEAD-2.
018500     05  FILLER                     PIC X(35)
018600         VALUE ' DATE     SOURCE   OPR F   AMOUNT I'.
018700     05  FILLER                     PIC X(45)
018800         VALUE 'TEM            REASON                        '.
018900 01  WS-NO-VIOL-LINE.
019000     05  FILLER                     PIC X(1)  VALUE SPACE.
019100     05  FILLER                     PIC X(40)
019200         VALUE 'NO VIOLATIONS RECORDED FOR THE MONTH    '.
019300 01  WS-TOTAL-LINE.
019400     05  FILLER                     PIC X(1)  VALUE SPACE.
019500     05  TL-LABEL                   PIC X(40).
019600     05  TL-COUNT                   PIC ZZZZ9.
019700 01  WS-SIGN-OFF-1.
019800     05  FILLER                     PIC X(1)  VALUE SPACE.
019900     05  FILLER                     PIC X(40)
020000         VALUE 'REVIEWED - THE ACCESS ABOVE IS CORRECT  '.
020100     05  FILLER                     PIC X(30)
020200         VALUE 'AND THE VIOLATIONS EXPLAINED. '.
020300 01  WS-SIGN-OFF-2.
020400     05  FILLER                     PIC X(1)  VALUE SPACE.
020500     05  FILLER                     PIC X(40)
020600         VALUE 'OWNER ________________________________  '.
020700     05  FILLER                     PIC X(20)
020800         VALUE 'DATE ______________ '.
020900 01  WS-NOT-DUE-LINE.
021000     05  FILLER                     PIC X(1)  VALUE SPACE.
021100     05  FILLER                     PIC X(45)
021200         VALUE 'NOT DUE TONIGHT - CALSCHED DECISION IS SKIP'.
021300 PROCEDURE DIVISION.
021400*=================================================================
021500 0000-MAINLINE.
021600     PERFORM 0900-DISPLAY-VERSION-STAMP
021700     PERFORM 1000-INITIALIZE
021800     IF NOT WS-NOT-DUE
021900         PERFORM 2000-LOAD-THE-OPERATORS
022000         MOVE 'C' TO WS-PASS-SW
022100         PERFORM 5000-READ-THE-VIOLATIONS
022200         PERFORM 4000-PRINT-ACCESS-LISTING
022300         MOVE 'P' TO WS-PASS-SW
022400         PERFORM 5000-READ-THE-VIOLATIONS
022500         PERFORM 6000-PRINT-THE-SIGN-OFF
022600     END-IF
022700     PERFORM 7900-TERMINATE
022800     PERFORM 9000-DISPLAY-VERSION-TRAILER
022900     STOP RUN.
023000*=================================================================
023100*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
023200*=================================================================
023300 0900-DISPLAY-VERSION-STAMP.
023400     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='OPRLIST -'==
023500                             ==:PROGVERS:== BY =='Version 001'==.
023600*=================================================================
023700*    1000-INITIALIZE - CALENDAR GATE AND THE LISTING MONTH
023800*=================================================================
023900 1000-INITIALIZE.
024000     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
024100     PERFORM 1020-CHECK-THE-CALENDAR
024200     IF WS-CURRENT-MM = 1
024300         COMPUTE WS-PERIOD-YYYY = WS-CURRENT-YYYY - 1
024400         MOVE 12 TO WS-PERIOD-MM
024500     ELSE
024600         MOVE WS-CURRENT-YYYY TO WS-PERIOD-YYYY
024700         COMPUTE WS-PERIOD-MM = WS-CURRENT-MM - 1
024800     END-IF
024900     OPEN OUTPUT OPRLIST-RPT
025000     IF WS-NOT-DUE
025100         DISPLAY 'OPRLIST: NOT DUE ON THE PROCESSING CALENDAR'
025200         WRITE OPRLIST-LINE FROM WS-NOT-DUE-LINE
025300         ADD 1 TO WS-REPORT-LINES
025400     END-IF.
025500*=================================================================
025600*    1020-CHECK-THE-CALENDAR - A SKIP DECISION FOR OPRLIST ON
025700*    TONIGHT'S CALDECIS STANDS THE RUN DOWN
025800*=================================================================
025900 1020-CHECK-THE-CALENDAR.
026000     OPEN INPUT CALDECIS-IN
026100     IF FC-CALDECIS-STATUS NOT = '00'
026200         MOVE 'Y' TO WS-CAL-EOF-SW
026300     END-IF
026400     PERFORM 1030-CHECK-ONE-DECISION
026500         UNTIL WS-CAL-EOF
026600     CLOSE CALDECIS-IN.
026700*=================================================================
026800*    1030-CHECK-ONE-DECISION
026900*=================================================================
027000 1030-CHECK-ONE-DECISION.
027100     READ CALDECIS-IN
027200         AT END
027300             MOVE 'Y' TO WS-CAL-EOF-SW
027400     END-READ
027500     IF NOT WS-CAL-EOF
027600         AND CD-JOB-NAME = 'OPRLIST'
027700         IF CD-DECISION = 'SKIP'
027800             MOVE 'Y' TO WS-NOT-DUE-SW
027900         END-IF
028000         MOVE 'Y' TO WS-CAL-EOF-SW
028100     END-IF.
028200*=================================================================
028300*    2000-LOAD-THE-OPERATORS - EVERY PROFILE, IN OPERATOR ORDER
028400*=================================================================
028500 2000-LOAD-THE-OPERATORS.
028600     OPEN INPUT OPRFILE
028700     IF FC-OPRFILE-STATUS NOT = '00'
028800         DISPLAY 'OPRLIST: OPRFILE NOT AVAILABLE, STATUS='
028900             FC-OPRFILE-STATUS
029000         MOVE 'Y' TO WS-OPR-EOF-SW
029100         MOVE 8 TO RETURN-CODE
029200     END-IF
029300     PERFORM 2100-LOAD-ONE-OPERATOR
029400         UNTIL WS-OPR-EOF
029500     CLOSE OPRFILE.
029600*=================================================================
029700*    2100-LOAD-ONE-OPERATOR
029800*=================================================================
029900 2100-LOAD-ONE-OPERATOR.
030000     READ OPRFILE NEXT RECORD
030100         AT END
030200             MOVE 'Y' TO WS-OPR-EOF-SW
030300     END-READ
030400     IF NOT WS-OPR-EOF
030500         IF WS-OPR-COUNT < 300
030600             ADD 1 TO WS-OPR-COUNT
030700             MOVE WS-OPR-COUNT TO WS-OPR-SUB
030800             MOVE OPR-ID           TO WS-OT-ID (WS-OPR-SUB)
030900             MOVE OPR-NAME         TO WS-OT-NAME (WS-OPR-SUB)
031000             MOVE OPR-HOME-STORE
031100                 TO WS-OT-HOME-STORE (WS-OPR-SUB)
031200             MOVE OPR-ACTIVE-FROM
031300                 TO WS-OT-ACTIVE-FROM (WS-OPR-SUB)
031400             MOVE OPR-ACTIVE-TO
031500                 TO WS-OT-ACTIVE-TO (WS-OPR-SUB)
031600             MOVE OPR-FUNCTIONS
031700                 TO WS-OT-FUNCTIONS (WS-OPR-SUB) (1:5)
031710             MOVE OPR-OVERRIDE-FLAG
031720                 TO WS-OT-FUNCTIONS (WS-OPR-SUB) (6:1)
031800             MOVE OPR-WAIVE-LIMIT
031900                 TO WS-OT-WAIVE-LIMIT (WS-OPR-SUB)
032000             MOVE OPR-REFUND-LIMIT
032100                 TO WS-OT-REFUND-LIMIT (WS-OPR-SUB)
032200             MOVE ZERO TO WS-OT-VIOLATIONS (WS-OPR-SUB)
032300         ELSE
032400             ADD 1 TO WS-OPRS-NOT-LISTED
032500             MOVE 8 TO RETURN-CODE
032600         END-IF
032700     END-IF.
032800*=================================================================
032900*    4000-PRINT-ACCESS-LISTING - ONE LINE PER OPERATOR
033000*=================================================================
033100 4000-PRINT-ACCESS-LISTING.
033200     MOVE WS-PERIOD-YYYYMM TO HD-PERIOD
033300     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-RUN-DATE
033400     WRITE OPRLIST-LINE FROM WS-HEAD-LINE-1
033500     WRITE OPRLIST-LINE FROM WS-HEAD-LINE-2
033600     WRITE OPRLIST-LINE FROM WS-HEAD-LINE-3
033700     ADD 3 TO WS-REPORT-LINES
033800     PERFORM 4100-PRINT-ONE-OPERATOR
033900         VARYING WS-OPR-SUB FROM 1 BY 1
034000         UNTIL WS-OPR-SUB > WS-OPR-COUNT
034100     MOVE SPACES TO OPRLIST-LINE
034200     WRITE OPRLIST-LINE
034300     MOVE 'OPERATORS ON FILE' TO TL-LABEL
034400     MOVE WS-OPR-COUNT TO TL-COUNT
034500     WRITE OPRLIST-LINE FROM WS-TOTAL-LINE
034600     MOVE 'OPERATORS ACTIVE' TO TL-LABEL
034700     MOVE WS-OPRS-ACTIVE TO TL-COUNT
034800     WRITE OPRLIST-LINE FROM WS-TOTAL-LINE
034900     ADD 3 TO WS-REPORT-LINES
035000     IF WS-OPRS-NOT-LISTED > ZERO
035100         MOVE 'OPERATORS NOT LISTED - TABLE FULL' TO TL-LABEL
035200         MOVE WS-OPRS-NOT-LISTED TO TL-COUNT
035300         WRITE OPRLIST-LINE FROM WS-TOTAL-LINE
035400         ADD 1 TO WS-REPORT-LINES
035500     END-IF.
035600*=================================================================
035700*    4100-PRINT-ONE-OPERATOR
035800*=================================================================
035900 4100-PRINT-ONE-OPERATOR.
036000     MOVE WS-OT-ID (WS-OPR-SUB)         TO DL-OPERATOR-ID
036100     MOVE WS-OT-NAME (WS-OPR-SUB)       TO DL-NAME
036200     MOVE WS-OT-HOME-STORE (WS-OPR-SUB) TO DL-HOME-STORE
036300     MOVE WS-OT-ACTIVE-FROM (WS-OPR-SUB) TO DL-ACTIVE-FROM
036400     IF WS-OT-ACTIVE-TO (WS-OPR-SUB) = ZERO
036500         MOVE '  (OPEN)' TO DL-ACTIVE-TO
036600     ELSE
036700         MOVE WS-OT-ACTIVE-TO (WS-OPR-SUB) TO WS-ACTIVE-TO-9
036800         MOVE WS-ACTIVE-TO-X TO DL-ACTIVE-TO
036900     END-IF
037000     MOVE WS-OT-FUNCTIONS (WS-OPR-SUB)  TO WS-FUNCTION-FLAGS
037100     PERFORM 4110-SHOW-ONE-FUNCTION
037200         VARYING WS-FLAG-SUB FROM 1 BY 1
037300         UNTIL WS-FLAG-SUB > 6
037400     MOVE WS-FUNCTION-FLAGS             TO DL-FUNCTIONS
037500     MOVE WS-OT-WAIVE-LIMIT (WS-OPR-SUB) TO DL-WAIVE-LIMIT
037600     MOVE WS-OT-REFUND-LIMIT (WS-OPR-SUB) TO DL-REFUND-LIMIT
037700     IF WS-CURRENT-DATE-YYYYMMDD < WS-OT-ACTIVE-FROM (WS-OPR-SUB)
037800         OR (WS-OT-ACTIVE-TO (WS-OPR-SUB) > ZERO
037900             AND WS-CURRENT-DATE-YYYYMMDD >
038000                 WS-OT-ACTIVE-TO (WS-OPR-SUB))
038100         MOVE 'INACTIVE' TO DL-STATUS
038200     ELSE
038300         MOVE 'ACTIVE  ' TO DL-STATUS
038400         ADD 1 TO WS-OPRS-ACTIVE
038500     END-IF
038600     MOVE WS-OT-VIOLATIONS (WS-OPR-SUB) TO DL-VIOLATIONS
038700     WRITE OPRLIST-LINE FROM WS-DETAIL-LINE
038800     ADD 1 TO WS-REPORT-LINES.
038900*=================================================================
039000*    4110-SHOW-ONE-FUNCTION - THE FUNCTION'S LETTER WHEN HELD,
039100*    A DOT WHEN NOT
039200*=================================================================
039300 4110-SHOW-ONE-FUNCTION.
039400     IF WS-FUNCTION-FLAG (WS-FLAG-SUB) = 'Y'
039500         MOVE WS-FUNCTION-LETTER (WS-FLAG-SUB)
039600             TO WS-FUNCTION-FLAG (WS-FLAG-SUB)
039700     ELSE
039800         MOVE '.' TO WS-FUNCTION-FLAG (WS-FLAG-SUB)
039900     END-IF.
040000*=================================================================
040100*    5000-READ-THE-VIOLATIONS - BOTH REGISTERS, ONCE TO COUNT BY
040200*    OPERATOR AND ONCE TO PRINT
040300*=================================================================
040400 5000-READ-THE-VIOLATIONS.
040500     IF WS-PRINTING-PASS
040600         MOVE SPACES TO OPRLIST-LINE
040700         WRITE OPRLIST-LINE
040800         WRITE OPRLIST-LINE FROM WS-VIOL-HEAD-1
040900         WRITE OPRLIST-LINE FROM WS-VIOL-HEAD-2
041000         ADD 3 TO WS-REPORT-LINES
041100     ELSE
041200         MOVE ZERO TO WS-BATCH-VIOLATIONS
041300         MOVE ZERO TO WS-ONLINE-VIOLATIONS
041400         MOVE ZERO TO WS-UNKNOWN-VIOLATIONS
041500     END-IF
041600     MOVE 'N' TO WS-VIOL-EOF-SW
041700     OPEN INPUT SECVIOL-IN
041800     IF FC-SECVIOL-STATUS NOT = '00'
041900         MOVE 'Y' TO WS-VIOL-EOF-SW
042000     END-IF
042100     PERFORM 5100-READ-ONE-BATCH-VIOLATION
042200         UNTIL WS-VIOL-EOF
042300     CLOSE SECVIOL-IN
042400     MOVE 'N' TO WS-VIOL-EOF-SW
042500     OPEN INPUT SECVONL-IN
042600     IF FC-SECVONL-STATUS NOT = '00'
042700         MOVE 'Y' TO WS-VIOL-EOF-SW
042800     END-IF
042900     PERFORM 5200-READ-ONE-ONLINE-VIOLATION
043000         UNTIL WS-VIOL-EOF
043100     CLOSE SECVONL-IN
043200     IF WS-PRINTING-PASS
043300         PERFORM 5400-PRINT-VIOLATION-TOTALS
043400     END-IF.
043500*=================================================================
043600*    5100-READ-ONE-BATCH-VIOLATION - SECVIOL, FROM OPRAUTH
043700*=================================================================
043800 5100-READ-ONE-BATCH-VIOLATION.
043900     READ SECVIOL-IN INTO SECURITY-VIOLATION-LINE
044000         AT END
044100             MOVE 'Y' TO WS-VIOL-EOF-SW
044200     END-READ
044300     IF NOT WS-VIOL-EOF
044400         AND SV-DATE (1:6) = WS-PERIOD-X
044500         IF WS-COUNTING-PASS
044600             ADD 1 TO WS-BATCH-VIOLATIONS
044700         END-IF
044800         PERFORM 5300-TAKE-ONE-VIOLATION
044900     END-IF.
045000*=================================================================
045100*    5200-READ-ONE-ONLINE-VIOLATION - SECVONL, FROM THE CICS
045200*    CAPTURE TRANSACTIONS BY WAY OF THE SECV TD QUEUE
045300*=================================================================
045400 5200-READ-ONE-ONLINE-VIOLATION.
045500     READ SECVONL-IN INTO SECURITY-VIOLATION-LINE
045600         AT END
045700             MOVE 'Y' TO WS-VIOL-EOF-SW
045800     END-READ
045900     IF NOT WS-VIOL-EOF
046000         AND SV-DATE (1:6) = WS-PERIOD-X
046100         IF WS-COUNTING-PASS
046200             ADD 1 TO WS-ONLINE-VIOLATIONS
046300         END-IF
046400         PERFORM 5300-TAKE-ONE-VIOLATION
046500     END-IF.
046600*=================================================================
046700*    5300-TAKE-ONE-VIOLATION - COUNT IT AGAINST THE OPERATOR, OR
046800*    PRINT IT AS WRITTEN
046900*=================================================================
047000 5300-TAKE-ONE-VIOLATION.
047100     IF WS-COUNTING-PASS
047200         SET WS-OPR-IDX TO 1
047300         SEARCH WS-OPR-ENTRY
047400             AT END
047500                 ADD 1 TO WS-UNKNOWN-VIOLATIONS
047600             WHEN WS-OPR-IDX > WS-OPR-COUNT
047700                 ADD 1 TO WS-UNKNOWN-VIOLATIONS
047800             WHEN WS-OT-ID (WS-OPR-IDX) = SV-OPERATOR-ID
047900                 ADD 1 TO WS-OT-VIOLATIONS (WS-OPR-IDX)
048000         END-SEARCH
048100     ELSE
048200         WRITE OPRLIST-LINE FROM SECURITY-VIOLATION-LINE
048300         ADD 1 TO WS-REPORT-LINES
048400     END-IF.
048500*=================================================================
048600*    5400-PRINT-VIOLATION-TOTALS
048700*=================================================================
048800 5400-PRINT-VIOLATION-TOTALS.
048900     IF WS-BATCH-VIOLATIONS + WS-ONLINE-VIOLATIONS = ZERO
049000         WRITE OPRLIST-LINE FROM WS-NO-VIOL-LINE
049100         ADD 1 TO WS-REPORT-LINES
049200     END-IF
049300     MOVE SPACES TO OPRLIST-LINE
049400     WRITE OPRLIST-LINE
049500     MOVE 'BATCH VIOLATIONS (SECVIOL)' TO TL-LABEL
049600     MOVE WS-BATCH-VIOLATIONS TO TL-COUNT
049700     WRITE OPRLIST-LINE FROM WS-TOTAL-LINE
049800     MOVE 'COUNTER VIOLATIONS (SECVONL)' TO TL-LABEL
049900     MOVE WS-ONLINE-VIOLATIONS TO TL-COUNT
050000     WRITE OPRLIST-LINE FROM WS-TOTAL-LINE
050100     MOVE 'BY IDS NOT ON THE PROFILE FILE' TO TL-LABEL
050200     MOVE WS-UNKNOWN-VIOLATIONS TO TL-COUNT
050300     WRITE OPRLIST-LINE FROM WS-TOTAL-LINE
050400     ADD 4 TO WS-REPORT-LINES.
050500*=================================================================
050600*    6000-PRINT-THE-SIGN-OFF - THE OWNER SIGNS AND DATES
050700*=================================================================
050800 6000-PRINT-THE-SIGN-OFF.
050900     MOVE SPACES TO OPRLIST-LINE
051000     WRITE OPRLIST-LINE
051100     WRITE OPRLIST-LINE
051200     WRITE OPRLIST-LINE FROM WS-SIGN-OFF-1
051300     MOVE SPACES TO OPRLIST-LINE
051400     WRITE OPRLIST-LINE
051500     WRITE OPRLIST-LINE FROM WS-SIGN-OFF-2
051600     ADD 5 TO WS-REPORT-LINES.
051700*=================================================================
051800*    7900-TERMINATE - RUN TOTALS
051900*=================================================================
052000 7900-TERMINATE.
052100     CLOSE OPRLIST-RPT
052200     DISPLAY 'OPRLIST: MONTH            = ' WS-PERIOD-YYYYMM
052300     DISPLAY 'OPRLIST: OPERATORS LISTED = ' WS-OPR-COUNT
052400     DISPLAY 'OPRLIST: OPERATORS ACTIVE = ' WS-OPRS-ACTIVE
052500     DISPLAY 'OPRLIST: BATCH VIOLATIONS = ' WS-BATCH-VIOLATIONS
052600     DISPLAY 'OPRLIST: ONLINE VIOLATION = '
052700         WS-ONLINE-VIOLATIONS
052800     IF WS-OPRS-NOT-LISTED > ZERO
052900         DISPLAY 'OPRLIST: OPERATOR TABLE FULL, NOT LISTED = '
053000             WS-OPRS-NOT-LISTED
053100     END-IF.
053200*=================================================================
053300*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
053400*=================================================================
053500 9000-DISPLAY-VERSION-TRAILER.
053600     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='OPRLIST -'==
053700                             ==:LINECOUNT:== BY WS-REPORT-LINES.
