000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    WINRPT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - WIN-BACK CAMPAIGN RESULTS.
001200*=================================================================
001300*  READS THE WBCAMP CAMPAIGN REGISTER WINBACK WRITES (THE JCL
001400*  CONCATENATES THE GENERATIONS TO BE REPORTED) AND THE PROMOREG
001500*  REGISTER THE RENTAL POSTING WRITES (THE GENERATIONS COVERING
001600*  THE OFFERS' WINDOWS), AND FOR EVERY SINGLE-USE CODE ISSUED
001700*  LOOKS FOR ITS REDEMPTION.  EACH CODE THAT CAME BACK PRINTS
001800*  WITH THE DATE IT WAS USED, WHAT THE MEMBER WAS CHARGED AFTER
001900*  THE DISCOUNT, AND THE DISCOUNT GIVEN; EACH CAMPAIGN (ISSUE
002000*  DATE) THEN TOTALS CODES ISSUED, MEMBERS WHO CAME BACK, THE
002100*  RETURN RATE, WHAT THEY SPENT AND THE DISCOUNT IT COST, AND
002200*  THE SAME FIGURES PRINT FOR ALL CAMPAIGNS AT THE FOOT.
002300*=================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL WBCAMP-IN ASSIGN TO 'WBCAMP'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS FC-WBCAMP-STATUS.
003300     SELECT OPTIONAL PROMOREG-IN ASSIGN TO 'PROMOREG'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS FC-PROMOREG-STATUS.
003600     SELECT WINRPT-RPT ASSIGN TO 'WINRPT'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS FC-WINRPT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  WBCAMP-IN
004200     RECORD CONTAINS 80 CHARACTERS.
004300 01  WBCAMP-IN-LINE                 PIC X(80).
004400 FD  PROMOREG-IN
004500     RECORD CONTAINS 80 CHARACTERS.
004600 01  PROMOREG-IN-LINE.
004700     05  FILLER                     PIC X(1).
004800     05  PG-PROMO-CODE              PIC X(6).
004900     05  FILLER                     PIC X(2).
005000     05  PG-VIDEO-CODE              PIC X(5).
005100     05  FILLER                     PIC X(2).
005200     05  PG-TRANS-DATE              PIC X(8).
005300     05  FILLER                     PIC X(2).
005400     05  PG-DISCOUNT                PIC X(8).
005500     05  FILLER                     PIC X(2).
005600     05  PG-CUSTOMER-ID             PIC X(6).
005700     05  FILLER                     PIC X(2).
005800     05  PG-CHARGED                 PIC X(8).
005900     05  FILLER                     PIC X(28).
006000 FD  WINRPT-RPT
006100     RECORD CONTAINS 80 CHARACTERS.
006200 01  WINRPT-LINE                    PIC X(80).
006300 WORKING-STORAGE SECTION.
006400*=================================================================
006500 COPY VERSTAMP.
006600 COPY WBCAMP.
006700 01  FC-STATUSES.
006800     05  FC-WBCAMP-STATUS           PIC X(2).
006900     05  FC-PROMOREG-STATUS         PIC X(2).
007000     05  FC-WINRPT-STATUS           PIC X(2).
007100 01  WS-SWITCHES.
007200     05  WS-CAMP-EOF-SW             PIC X(1) VALUE 'N'.
007300         88  WS-CAMP-EOF            VALUE 'Y'.
007400     05  WS-REG-EOF-SW              PIC X(1) VALUE 'N'.
007500         88  WS-REG-EOF             VALUE 'Y'.
007600 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
007700 01  WS-AMOUNT-PARSE.
007800     05  WS-AMT-X                   PIC X(8).
007900     05  WS-AMT-WHOLE               PIC 9(5).
008000     05  WS-AMT-CENTS               PIC 9(2).
008100     05  WS-AMT-VALUE               PIC 9(7)V99.
008200*=================================================================
008300*    EVERY CODE ISSUED, IN REGISTER (CAMPAIGN) ORDER, WITH ITS
008400*    REDEMPTION ONCE FOUND ON PROMOREG
008500*=================================================================
008600 01  WS-CODE-TABLE.
008700     05  WS-CODE-COUNT              PIC 9(4) VALUE ZERO.
008800     05  WS-CODE-ENTRY OCCURS 3000 TIMES.
008900         10  WS-CP-CODE             PIC X(6).
009000         10  WS-CP-CUSTOMER-ID      PIC 9(6).
009100         10  WS-CP-ISSUE-DATE       PIC 9(8).
009200         10  WS-CP-BACK-SW          PIC X(1).
009300             88  WS-CP-CAME-BACK    VALUE 'Y'.
009400         10  WS-CP-BACK-DATE        PIC X(8).
009500         10  WS-CP-CHARGED          PIC 9(5)V99.
009600         10  WS-CP-DISCOUNT         PIC 9(5)V99.
009700 01  WS-CODE-SUB                    PIC 9(4).
009800 01  WS-MATCH-SUB                   PIC 9(4).
009900 01  WS-BREAK-ISSUE-DATE            PIC 9(8).
010000 01  WS-RETURN-RATE                 PIC 9(3)V9.
010100 01  WS-SPEND-PER-RETURNER          PIC 9(5)V99.
010200 01  WS-CAMPAIGN-TOTALS.
010300     05  WS-CAMP-ISSUED             PIC 9(5).
010400     05  WS-CAMP-BACK               PIC 9(5).
010500     05  WS-CAMP-SPENT              PIC 9(7)V99.
010600     05  WS-CAMP-DISCOUNT           PIC 9(7)V99.
010700 01  WS-GRAND-TOTALS.
010800     05  WS-GRAND-ISSUED            PIC 9(5) VALUE ZERO.
010900     05  WS-GRAND-BACK              PIC 9(5) VALUE ZERO.
011000     05  WS-GRAND-SPENT             PIC 9(7)V99 VALUE ZERO.
011100     05  WS-GRAND-DISCOUNT          PIC 9(7)V99 VALUE ZERO.
011200 01  WS-PRINT-TOTALS.
011300     05  WS-PRINT-ISSUED            PIC 9(5).
011400     05  WS-PRINT-BACK              PIC 9(5).
011500     05  WS-PRINT-SPENT             PIC 9(7)V99.
011600     05  WS-PRINT-DISCOUNT          PIC 9(7)V99.
011700 01  WS-COUNTERS.
011800     05  WS-CODES-DROPPED           PIC 9(5) VALUE ZERO.
011900     05  WS-REG-LINES-READ          PIC 9(7) VALUE ZERO.
012000     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
012100 01  WS-HEAD-LINE.
012200     05  FILLER                     PIC X(1)  VALUE SPACE.
012300     05  FILLER                     PIC X(25)
012400         VALUE 'WIN-BACK CAMPAIGN RESULTS'.
012500     05  FILLER                     PIC X(10)
012600         VALUE '   RUN ON '.
012700     05  HD-RUN-DATE                PIC 9(8).
012800 01  WS-COLUMN-HEAD-LINE.
012900     05  FILLER                     PIC X(1)  VALUE SPACE.
013000     05  FILLER                     PIC X(28)
013100         VALUE 'CODE    CUST      ISSUED    '.
013200     05  FILLER                     PIC X(28)
013300         VALUE 'REDEEMED   CHARGED  DISCOUNT'.
013400 01  WS-DETAIL-LINE.
013500     05  FILLER                     PIC X(1)  VALUE SPACE.
013600     05  DL-PROMO-CODE              PIC X(6).
013700     05  FILLER                     PIC X(2)  VALUE SPACE.
013800     05  DL-CUSTOMER-ID             PIC 9(6).
013900     05  FILLER                     PIC X(4)  VALUE SPACE.
014000     05  DL-ISSUE-DATE              PIC 9(8).
014100     05  FILLER                     PIC X(2)  VALUE SPACE.
014200     05  DL-BACK-DATE               PIC X(8).
014300     05  FILLER                     PIC X(2)  VALUE SPACE.
014400     05  DL-CHARGED                 PIC ZZZZ9.99.
014500     05  FILLER                     PIC X(2)  VALUE SPACE.
014600     05  DL-DISCOUNT                PIC ZZZZ9.99.
014700 01  WS-CAMPAIGN-LABEL.
014800     05  FILLER                     PIC X(9)  VALUE 'CAMPAIGN '.
014900     05  CL-ISSUE-DATE              PIC 9(8).
015000 01  WS-TOTAL-LINE-1.
015100     05  FILLER                     PIC X(1)  VALUE SPACE.
015200     05  TL-LABEL                   PIC X(17).
015300     05  FILLER                     PIC X(9)  VALUE '  ISSUED '.
015400     05  TL-ISSUED                  PIC ZZZZ9.
015500     05  FILLER                     PIC X(12)
015600         VALUE '  CAME BACK '.
015700     05  TL-BACK                    PIC ZZZZ9.
015800     05  FILLER                     PIC X(7)  VALUE '  RATE '.
015900     05  TL-RATE                    PIC ZZ9.9.
016000     05  FILLER                     PIC X(1)  VALUE '%'.
016100 01  WS-TOTAL-LINE-2.
016200     05  FILLER                     PIC X(3)  VALUE SPACE.
016300     05  FILLER                     PIC X(6)  VALUE 'SPENT '.
016400     05  TL-SPENT                   PIC ZZZZZ9.99.
016500     05  FILLER                     PIC X(17)
016600         VALUE '  DISCOUNT GIVEN '.
016700     05  TL-DISCOUNT                PIC ZZZZZ9.99.
016800     05  FILLER                     PIC X(21)
016900         VALUE '  SPEND PER RETURNER '.
017000     05  TL-PER-RETURNER            PIC ZZZZ9.99.
017100 PROCEDURE DIVISION.
017200*=================================================================
017300 0000-MAINLINE.
017400     PERFORM 0900-DISPLAY-VERSION-STAMP
017500     PERFORM 1000-INITIALIZE
017600     PERFORM 2000-LOAD-ONE-CODE
017700         UNTIL WS-CAMP-EOF
017800     PERFORM 3000-MATCH-ONE-REDEMPTION
017900         UNTIL WS-REG-EOF
018000     PERFORM 5000-PRINT-THE-REPORT
018100     PERFORM 6000-TERMINATE
018200     PERFORM 9000-DISPLAY-VERSION-TRAILER
018300     STOP RUN.
018400*=================================================================
018500*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
018600*=================================================================
018700 0900-DISPLAY-VERSION-STAMP.
018800     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='WINRPT -'==
018900                             ==:PROGVERS:== BY =='Version 001'==.
019000*=================================================================
019100*    1000-INITIALIZE
019200*=================================================================
019300 1000-INITIALIZE.
019400     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
019500     OPEN INPUT WBCAMP-IN
019600     IF FC-WBCAMP-STATUS NOT = '00'
019700         MOVE 'Y' TO WS-CAMP-EOF-SW
019800     END-IF
019900     OPEN INPUT PROMOREG-IN
020000     IF FC-PROMOREG-STATUS NOT = '00'
020100         MOVE 'Y' TO WS-REG-EOF-SW
020200     END-IF
020300     OPEN OUTPUT WINRPT-RPT.
020400*=================================================================
020500*    2000-LOAD-ONE-CODE - ONE REGISTER LINE INTO THE CODE TABLE
020600*=================================================================
020700 2000-LOAD-ONE-CODE.
020800     READ WBCAMP-IN INTO CAMPAIGN-LINE
020900         AT END
021000             MOVE 'Y' TO WS-CAMP-EOF-SW
021100     END-READ
021200     IF NOT WS-CAMP-EOF
021300         AND CM-CUSTOMER-ID NUMERIC
021400         AND CM-ISSUE-DATE NUMERIC
021500         IF WS-CODE-COUNT < 3000
021600             ADD 1 TO WS-CODE-COUNT
021700             MOVE CM-PROMO-CODE  TO WS-CP-CODE (WS-CODE-COUNT)
021800             MOVE CM-CUSTOMER-ID
021900                 TO WS-CP-CUSTOMER-ID (WS-CODE-COUNT)
022000             MOVE CM-ISSUE-DATE
022100                 TO WS-CP-ISSUE-DATE (WS-CODE-COUNT)
022200             MOVE 'N'    TO WS-CP-BACK-SW (WS-CODE-COUNT)
022300             MOVE SPACES TO WS-CP-BACK-DATE (WS-CODE-COUNT)
022400             MOVE ZERO   TO WS-CP-CHARGED (WS-CODE-COUNT)
022500             MOVE ZERO   TO WS-CP-DISCOUNT (WS-CODE-COUNT)
022600         ELSE
022700             ADD 1 TO WS-CODES-DROPPED
022800         END-IF
022900     END-IF.
023000*=================================================================
023100*    3000-MATCH-ONE-REDEMPTION - A PROMOREG LINE FOR A CODE ON
023200*    THE REGISTER MARKS THAT CODE AS COME BACK
023300*=================================================================
023400 3000-MATCH-ONE-REDEMPTION.
023500     READ PROMOREG-IN
023600         AT END
023700             MOVE 'Y' TO WS-REG-EOF-SW
023800     END-READ
023900     IF NOT WS-REG-EOF
024000         ADD 1 TO WS-REG-LINES-READ
024100         MOVE ZERO TO WS-MATCH-SUB
024200         PERFORM 3100-CHECK-ONE-CODE
024300             VARYING WS-CODE-SUB FROM 1 BY 1
024400             UNTIL WS-CODE-SUB > WS-CODE-COUNT
024500             OR WS-MATCH-SUB > ZERO
024600         IF WS-MATCH-SUB > ZERO
024700             PERFORM 3200-RECORD-THE-REDEMPTION
024800         END-IF
024900     END-IF.
025000*=================================================================
025100*    3100-CHECK-ONE-CODE - A CODE IS SINGLE-USE, SO ONLY ITS
025200*    FIRST REDEMPTION COUNTS
025300*=================================================================
025400 3100-CHECK-ONE-CODE.
025500     IF WS-CP-CODE (WS-CODE-SUB) = PG-PROMO-CODE
025600         AND NOT WS-CP-CAME-BACK (WS-CODE-SUB)
025700         MOVE WS-CODE-SUB TO WS-MATCH-SUB
025800     END-IF.
025900*=================================================================
026000*    3200-RECORD-THE-REDEMPTION
026100*=================================================================
026200 3200-RECORD-THE-REDEMPTION.
026300     MOVE 'Y'           TO WS-CP-BACK-SW (WS-MATCH-SUB)
026400     MOVE PG-TRANS-DATE TO WS-CP-BACK-DATE (WS-MATCH-SUB)
026500     MOVE PG-CHARGED TO WS-AMT-X
026600     PERFORM 8000-PARSE-EDITED-AMOUNT
026700     MOVE WS-AMT-VALUE  TO WS-CP-CHARGED (WS-MATCH-SUB)
026800     MOVE PG-DISCOUNT TO WS-AMT-X
026900     PERFORM 8000-PARSE-EDITED-AMOUNT
027000     MOVE WS-AMT-VALUE  TO WS-CP-DISCOUNT (WS-MATCH-SUB).
027100*=================================================================
027200*    5000-PRINT-THE-REPORT - CODES THAT CAME BACK UNDER THEIR
027300*    CAMPAIGN, A TOTAL PER CAMPAIGN, THEN ALL CAMPAIGNS
027400*=================================================================
027500 5000-PRINT-THE-REPORT.
027600     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-RUN-DATE
027700     WRITE WINRPT-LINE FROM WS-HEAD-LINE
027800     WRITE WINRPT-LINE FROM WS-COLUMN-HEAD-LINE
027900     ADD 2 TO WS-REPORT-LINES
028000     PERFORM 5100-PRINT-ONE-CODE
028100         VARYING WS-CODE-SUB FROM 1 BY 1
028200         UNTIL WS-CODE-SUB > WS-CODE-COUNT
028300     IF WS-CODE-COUNT > ZERO
028400         PERFORM 5300-CLOSE-CAMPAIGN
028500     END-IF
028600     MOVE 'ALL CAMPAIGNS'   TO TL-LABEL
028700     MOVE WS-GRAND-ISSUED   TO WS-PRINT-ISSUED
028800     MOVE WS-GRAND-BACK     TO WS-PRINT-BACK
028900     MOVE WS-GRAND-SPENT    TO WS-PRINT-SPENT
029000     MOVE WS-GRAND-DISCOUNT TO WS-PRINT-DISCOUNT
029100     PERFORM 5400-PRINT-TOTAL-LINES.
029200*=================================================================
029300*    5100-PRINT-ONE-CODE - BREAK ON ISSUE DATE
029400*=================================================================
029500 5100-PRINT-ONE-CODE.
029600     IF WS-CODE-SUB = 1
029700         PERFORM 5200-OPEN-CAMPAIGN
029800     ELSE
029900         IF WS-CP-ISSUE-DATE (WS-CODE-SUB)
030000             NOT = WS-BREAK-ISSUE-DATE
030100             PERFORM 5300-CLOSE-CAMPAIGN
030200             PERFORM 5200-OPEN-CAMPAIGN
030300         END-IF
030400     END-IF
030500     ADD 1 TO WS-CAMP-ISSUED
030600     IF WS-CP-CAME-BACK (WS-CODE-SUB)
030700         ADD 1 TO WS-CAMP-BACK
030800         ADD WS-CP-CHARGED (WS-CODE-SUB)  TO WS-CAMP-SPENT
030900         ADD WS-CP-DISCOUNT (WS-CODE-SUB) TO WS-CAMP-DISCOUNT
031000         MOVE WS-CP-CODE (WS-CODE-SUB)        TO DL-PROMO-CODE
031100         MOVE WS-CP-CUSTOMER-ID (WS-CODE-SUB) TO DL-CUSTOMER-ID
031200         MOVE WS-CP-ISSUE-DATE (WS-CODE-SUB)  TO DL-ISSUE-DATE
031300         MOVE WS-CP-BACK-DATE (WS-CODE-SUB)   TO DL-BACK-DATE
031400         MOVE WS-CP-CHARGED (WS-CODE-SUB)     TO DL-CHARGED
031500         MOVE WS-CP-DISCOUNT (WS-CODE-SUB)    TO DL-DISCOUNT
031600         WRITE WINRPT-LINE FROM WS-DETAIL-LINE
031700         ADD 1 TO WS-REPORT-LINES
031800     END-IF.
031900*=================================================================
032000*    5200-OPEN-CAMPAIGN
032100*=================================================================
032200 5200-OPEN-CAMPAIGN.
032300     MOVE WS-CP-ISSUE-DATE (WS-CODE-SUB) TO WS-BREAK-ISSUE-DATE
032400     MOVE ZERO TO WS-CAMP-ISSUED
032500     MOVE ZERO TO WS-CAMP-BACK
032600     MOVE ZERO TO WS-CAMP-SPENT
032700     MOVE ZERO TO WS-CAMP-DISCOUNT
032800     MOVE SPACES TO WINRPT-LINE
032900     WRITE WINRPT-LINE
033000     ADD 1 TO WS-REPORT-LINES.
033100*=================================================================
033200*    5300-CLOSE-CAMPAIGN - CAMPAIGN TOTALS, ROLLED TO THE GRAND
033300*=================================================================
033400 5300-CLOSE-CAMPAIGN.
033500     MOVE WS-BREAK-ISSUE-DATE TO CL-ISSUE-DATE
033600     MOVE WS-CAMPAIGN-LABEL   TO TL-LABEL
033700     MOVE WS-CAMP-ISSUED      TO WS-PRINT-ISSUED
033800     MOVE WS-CAMP-BACK        TO WS-PRINT-BACK
033900     MOVE WS-CAMP-SPENT       TO WS-PRINT-SPENT
034000     MOVE WS-CAMP-DISCOUNT    TO WS-PRINT-DISCOUNT
034100     PERFORM 5400-PRINT-TOTAL-LINES
034200     ADD WS-CAMP-ISSUED   TO WS-GRAND-ISSUED
034300     ADD WS-CAMP-BACK     TO WS-GRAND-BACK
034400     ADD WS-CAMP-SPENT    TO WS-GRAND-SPENT
034500     ADD WS-CAMP-DISCOUNT TO WS-GRAND-DISCOUNT.
034600*=================================================================
034700*    5400-PRINT-TOTAL-LINES - ISSUED, CAME BACK AND RATE, THEN
034800*    SPEND AND DISCOUNT, FROM WS-PRINT-TOTALS
034900*=================================================================
035000 5400-PRINT-TOTAL-LINES.
035100     MOVE ZERO TO WS-RETURN-RATE
035200     MOVE ZERO TO WS-SPEND-PER-RETURNER
035300     IF WS-PRINT-ISSUED > ZERO
035400         COMPUTE WS-RETURN-RATE ROUNDED =
035500             WS-PRINT-BACK * 100 / WS-PRINT-ISSUED
035600     END-IF
035700     IF WS-PRINT-BACK > ZERO
035800         COMPUTE WS-SPEND-PER-RETURNER ROUNDED =
035900             WS-PRINT-SPENT / WS-PRINT-BACK
036000     END-IF
036100     MOVE WS-PRINT-ISSUED       TO TL-ISSUED
036200     MOVE WS-PRINT-BACK         TO TL-BACK
036300     MOVE WS-RETURN-RATE        TO TL-RATE
036400     MOVE WS-PRINT-SPENT        TO TL-SPENT
036500     MOVE WS-PRINT-DISCOUNT     TO TL-DISCOUNT
036600     MOVE WS-SPEND-PER-RETURNER TO TL-PER-RETURNER
036700     WRITE WINRPT-LINE FROM WS-TOTAL-LINE-1
036800     WRITE WINRPT-LINE FROM WS-TOTAL-LINE-2
036900     ADD 2 TO WS-REPORT-LINES.
037000*=================================================================
037100*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
037200*=================================================================
037300 6000-TERMINATE.
037400     CLOSE WBCAMP-IN
037500     CLOSE PROMOREG-IN
037600     CLOSE WINRPT-RPT
037700     DISPLAY 'WINRPT: CODES ISSUED      = ' WS-GRAND-ISSUED
037800     DISPLAY 'WINRPT: CAME BACK         = ' WS-GRAND-BACK
037900     DISPLAY 'WINRPT: PROMOREG READ     = ' WS-REG-LINES-READ
038000     DISPLAY 'WINRPT: CODES DROPPED     = ' WS-CODES-DROPPED.
038100*=================================================================
038200*    8000-PARSE-EDITED-AMOUNT - TURN A ZZZZ9.99 REGISTER
038300*    AMOUNT BACK INTO A NUMBER
038400*=================================================================
038500 8000-PARSE-EDITED-AMOUNT.
038600     MOVE ZERO TO WS-AMT-VALUE
038700     INSPECT WS-AMT-X REPLACING ALL SPACE BY '0'
038800     IF WS-AMT-X (1:5) NUMERIC
038900         AND WS-AMT-X (7:2) NUMERIC
039000         MOVE WS-AMT-X (1:5) TO WS-AMT-WHOLE
039100         MOVE WS-AMT-X (7:2) TO WS-AMT-CENTS
039200         COMPUTE WS-AMT-VALUE =
039300             WS-AMT-WHOLE + (WS-AMT-CENTS / 100)
039400     END-IF.
039500*=================================================================
039600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
039700*=================================================================
039800 9000-DISPLAY-VERSION-TRAILER.
039900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='WINRPT -'==
040000                             ==:LINECOUNT:== BY
040100                                 WS-REPORT-LINES.
