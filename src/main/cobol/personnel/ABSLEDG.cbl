001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 PSG   INITIAL VERSION - PER-PERSON ABSENCE
001200*                   ENTITLEMENT LEDGER FROM THE PARSED DETAIL.
001210*  2026-10-15 PSG   EXCEPTION LINE CARRIES THE PERSON'S SURNAME
001220*                   FROM THE PERSONNEL MASTER (PERSLKUP).
001230*  2026-10-15 PSG   LEAVERS (LEAVERS FILE FROM JLPROP) HAVE THEIR
001240*                   ENTITLEMENT CLOSED AND NO FURTHER DAYS POSTED.
001300*=================================================================
001400*  READS THE SAME PARSEDTL FILE ABSSTAT TOTALS, BUT TRACKS THE
001500*  ABS DAY COUNTS PER PERSON (THE BAND-NR THAT BATCHES ONE
002000*  THE YEAR'S RUNS AND STARTS FRESH AT THE YEAR BOUNDARY.  THE
002100*  EXCEPTIONS REPORT (ABSEXCP) LISTS ANYONE OVERDRAWN OR WITHIN
002200*  FIVE DAYS OF THEIR ENTITLEMENT - THE QUESTION HR ASKS EVERY
002300*  DECEMBER AND WE HAVE ALWAYS ANSWERED BY HAND.  EACH
002310*  EXCEPTION IS LOOKED UP BY BAND NUMBER ON THE PERSONNEL
002320*  MASTER SO THE LINE SHOWS WHOSE ENTITLEMENT IT IS.  A PERSON
002330*  ON THE LEAVERS FILE (SEE LEAVREC) HAS LEFT: THEIR ABS DAYS ARE
002340*  NO LONGER POSTED, AND A LEDGER ROW STILL HELD FOR THEM IS
002350*  LISTED ONE LAST TIME AS CLOSED AND NOT ROLLED FORWARD.
002400*=================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004300     SELECT EXCP-RPT ASSIGN TO 'ABSEXCP'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FC-EXCP-STATUS.
004510     SELECT OPTIONAL LEAVERS-IN ASSIGN TO 'LEAVERS'
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS FC-LEAVERS-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PARSED-IN
008700 FD  EXCP-RPT
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  EXCP-LINE                      PIC X(80).
008910 FD  LEAVERS-IN
008920     RECORD CONTAINS 80 CHARACTERS.
008930 01  LEAVERS-IN-RECORD              PIC X(80).
009000 WORKING-STORAGE SECTION.
009100*=================================================================
009200 COPY VERSTAMP.
009210 COPY PERSMREC.
009220 COPY PERSLKQ.
009230 COPY LEAVREC.
009300 01  FC-STATUSES.
009400     05  FC-PARSED-STATUS           PIC X(2).
009500     05  FC-ENTIT-STATUS            PIC X(2).
009600     05  FC-LEDGIN-STATUS           PIC X(2).
009700     05  FC-LEDGOUT-STATUS          PIC X(2).
009800     05  FC-EXCP-STATUS             PIC X(2).
009810     05  FC-LEAVERS-STATUS          PIC X(2).
009900 01  WS-SWITCHES.
010000     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
010100         88  WS-EOF                 VALUE 'Y'.
010300         88  WS-ENTIT-EOF           VALUE 'Y'.
010400     05  WS-LEDGER-EOF-SW           PIC X(1) VALUE 'N'.
010500         88  WS-LEDGER-EOF          VALUE 'Y'.
010510     05  WS-LEAVERS-EOF-SW          PIC X(1) VALUE 'N'.
010520         88  WS-LEAVERS-EOF         VALUE 'Y'.
010530     05  WS-LEAVER-SW               PIC X(1) VALUE 'N'.
010540         88  WS-LEAVER              VALUE 'Y'.
010600 01  WS-RUN-DATE                    PIC 9(8) VALUE ZERO.
010700 01  WS-RUN-YEAR                    PIC 9(4) VALUE ZERO.
010800 01  WS-DAYS-WORK                   PIC 9(3).
013000         10  WS-LED-CLASS           PIC X(4).
013100         10  WS-LED-DAYS            PIC 9(5).
013200 01  WS-LED-SUB                     PIC 9(3).
013210*=================================================================
013220*    LEAVERS - BAND NUMBERS WHOSE ENTITLEMENT IS CLOSED
013230*=================================================================
013240 01  WS-LEAVER-TABLE.
013250     05  WS-LVR-COUNT               PIC 9(4) VALUE ZERO.
013260     05  WS-LVR-BAND-NR OCCURS 2000 TIMES
013270                                    PIC 9(5).
013280 01  WS-LVR-SUB                     PIC 9(4).
013290 01  WS-BAND-WORK                   PIC 9(5).
013300 01  WS-COUNTERS.
013400     05  WS-LINES-READ              PIC 9(7) VALUE ZERO.
013500     05  WS-ABS-SELECTED            PIC 9(7) VALUE ZERO.
013900     05  WS-NEARLY-OUT              PIC 9(3) VALUE ZERO.
014000     05  WS-ROWS-WRITTEN            PIC 9(3) VALUE ZERO.
014100     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
014110     05  WS-LEAVERS-LOADED          PIC 9(5) VALUE ZERO.
014120     05  WS-LEAVER-ABS-SKIPPED      PIC 9(7) VALUE ZERO.
014130     05  WS-ROWS-CLOSED             PIC 9(3) VALUE ZERO.
014200 01  WS-EXCP-DETAIL.
014300     05  FILLER                     PIC X(8)  VALUE ' PERSON '.
014400     05  XD-BAND-NR                 PIC 9(5).
014900     05  FILLER                     PIC X(9)  VALUE ' ALLOWED='.
015000     05  XD-ALLOWED                 PIC ZZ9.
015100     05  FILLER                     PIC X(2)  VALUE SPACE.
015200     05  XD-FLAG                    PIC X(14).
015210     05  FILLER                     PIC X(1)  VALUE SPACE.
015220     05  XD-NAME                    PIC X(15).
015300 01  WS-LEDGER-OUT-LINE.
015400     05  LO-BAND-NR                 PIC 9(5).
015500     05  FILLER                     PIC X(1)  VALUE SPACE.
018400     MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
018500     PERFORM 1200-LOAD-ENTITLEMENTS
018600     PERFORM 1400-LOAD-PRIOR-LEDGER
018610     PERFORM 1600-LOAD-LEAVERS
018700     OPEN INPUT PARSED-IN
018800     IF FC-PARSED-STATUS NOT = '00'
018900         DISPLAY 'ABSLEDG: UNABLE TO OPEN PARSEDTL, STATUS='
027500                 ADD 1 TO WS-ROWS-EXPIRED
027600             END-IF
027700     END-READ.
027710*=================================================================
027720*    1600-LOAD-LEAVERS - NO FILE, NO LEAVERS
027730*=================================================================
027740 1600-LOAD-LEAVERS.
027750     OPEN INPUT LEAVERS-IN
027760     IF FC-LEAVERS-STATUS = '00'
027770         PERFORM 1610-LOAD-ONE-LEAVER
027780             UNTIL WS-LEAVERS-EOF
027790     END-IF
027791     CLOSE LEAVERS-IN.
027792*=================================================================
027793*    1610-LOAD-ONE-LEAVER
027794*=================================================================
027795 1610-LOAD-ONE-LEAVER.
027796     READ LEAVERS-IN INTO LEAVER-RECORD
027797         AT END
027798             MOVE 'Y' TO WS-LEAVERS-EOF-SW
027799         NOT AT END
027800             IF WS-LVR-COUNT < 2000
027801                 ADD 1 TO WS-LVR-COUNT
027802                 ADD 1 TO WS-LEAVERS-LOADED
027803                 MOVE LV-BAND-NR TO WS-LVR-BAND-NR (WS-LVR-COUNT)
027804             ELSE
027805                 DISPLAY 'ABSLEDG: LEAVERS TABLE FULL, DROPPED='
027806                     LV-PERSNR
027807             END-IF
027808     END-READ.
027810*=================================================================
027900*    2000-PROCESS-PARSED-LINE - POST ONE ABS ELEMENT
028000*=================================================================
028100 2000-PROCESS-PARSED-LINE.
028200     IF PD-ABSENCE
028300         ADD 1 TO WS-ABS-SELECTED
028310         MOVE PD-BAND-NR TO WS-BAND-WORK
028320         PERFORM 2050-FIND-LEAVER
028330     END-IF
028340     IF PD-ABSENCE
028350         AND WS-LEAVER
028360         ADD 1 TO WS-LEAVER-ABS-SKIPPED
028370     END-IF
028380     IF PD-ABSENCE
028390         AND NOT WS-LEAVER
028400         IF PD-WERT-DAYS NUMERIC
028500             MOVE PD-WERT-DAYS TO WS-DAYS-WORK
028600         ELSE
028900         PERFORM 2100-POST-TO-LEDGER
029000     END-IF
029100     PERFORM 1100-READ-NEXT-LINE.
029110*=================================================================
029120*    2050-FIND-LEAVER - IS WS-BAND-WORK ON THE LEAVERS FILE?
029130*=================================================================
029140 2050-FIND-LEAVER.
029150     MOVE 'N' TO WS-LEAVER-SW
029160     MOVE ZERO TO WS-LVR-SUB
029170     PERFORM 2060-CHECK-ONE-LEAVER
029180         UNTIL WS-LVR-SUB >= WS-LVR-COUNT
029190         OR WS-LEAVER.
029191*=================================================================
029192*    2060-CHECK-ONE-LEAVER
029193*=================================================================
029194 2060-CHECK-ONE-LEAVER.
029195     ADD 1 TO WS-LVR-SUB
029196     IF WS-LVR-BAND-NR (WS-LVR-SUB) = WS-BAND-WORK
029197         MOVE 'Y' TO WS-LEAVER-SW
029198     END-IF.
029200*=================================================================
029300*    2100-POST-TO-LEDGER
029400*=================================================================
034400     END-IF
034500     COMPUTE WS-DAYS-LEFT
034600         = WS-ALLOWED-DAYS - WS-LED-DAYS (WS-LED-SUB)
034610     MOVE WS-LED-BAND-NR (WS-LED-SUB) TO WS-BAND-WORK
034620     PERFORM 2050-FIND-LEAVER
034630     IF WS-LEAVER
034640         ADD 1 TO WS-ROWS-CLOSED
034650         MOVE 'LEAVER-CLOSED ' TO XD-FLAG
034660         PERFORM 3200-WRITE-EXCEPTION-LINE
034670     ELSE
034680         PERFORM 3110-TEST-AND-ROLL
034690     END-IF.
034691*=================================================================
034692*    3110-TEST-AND-ROLL - EXCEPTION TEST AND THE ROLLED ROW
034693*=================================================================
034694 3110-TEST-AND-ROLL.
034700     IF WS-DAYS-LEFT < ZERO
034800         ADD 1 TO WS-OVERDRAWN
034900         MOVE 'OVERDRAWN     ' TO XD-FLAG
035000         PERFORM 3200-WRITE-EXCEPTION-LINE
035100     ELSE
035200         IF WS-DAYS-LEFT <= 5
035300             ADD 1 TO WS-NEARLY-OUT
035400             MOVE 'WITHIN 5 DAYS ' TO XD-FLAG
035500             PERFORM 3200-WRITE-EXCEPTION-LINE
035600         END-IF
035700     END-IF
036900     MOVE WS-LED-CLASS (WS-LED-SUB)   TO XD-CLASS
037000     MOVE WS-LED-DAYS (WS-LED-SUB)    TO XD-TAKEN
037100     MOVE WS-ALLOWED-DAYS             TO XD-ALLOWED
037110     PERFORM 3210-LOOK-UP-THE-NAME
037200     WRITE EXCP-LINE FROM WS-EXCP-DETAIL
037300     ADD 1 TO WS-REPORT-LINES.
037310*=================================================================
037320*    3210-LOOK-UP-THE-NAME - CURRENT SEGMENT BY BAND NUMBER
037330*=================================================================
037340 3210-LOOK-UP-THE-NAME.
037350     MOVE 'ABSLEDG' TO PLK-CALLER
037360     MOVE 'B' TO PLK-FUNCTION
037370     MOVE WS-LED-BAND-NR (WS-LED-SUB) TO PLK-BAND-NR
037380     MOVE ZERO TO PLK-AS-OF-DATE
037390     CALL 'PERSLKUP' USING PERSONNEL-LOOKUP-REQUEST
037391     EVALUATE TRUE
037392         WHEN PLK-FOUND
037393             MOVE PLK-MASTER-IMAGE TO PERSONNEL-MASTER-RECORD
037394             MOVE PM-NAME TO XD-NAME
037395         WHEN PLK-AMBIGUOUS
037396             MOVE 'BAND NR SHARED' TO XD-NAME
037397         WHEN PLK-NOT-FOUND
037398             MOVE 'NOT ON MASTER' TO XD-NAME
037399         WHEN OTHER
037400             MOVE SPACES TO XD-NAME
037401     END-EVALUATE.
037402*=================================================================
037500*    4000-TERMINATE
037600*=================================================================
037700 4000-TERMINATE.
038300     DISPLAY 'ABSLEDG: ROWS EXPIRED    = ' WS-ROWS-EXPIRED
038400     DISPLAY 'ABSLEDG: OVERDRAWN       = ' WS-OVERDRAWN
038500     DISPLAY 'ABSLEDG: WITHIN 5 DAYS   = ' WS-NEARLY-OUT
038600     DISPLAY 'ABSLEDG: ROWS WRITTEN    = ' WS-ROWS-WRITTEN
038610     DISPLAY 'ABSLEDG: LEAVERS LOADED  = ' WS-LEAVERS-LOADED
038620     DISPLAY 'ABSLEDG: LEAVER ABS SKIP = ' WS-LEAVER-ABS-SKIPPED
038630     DISPLAY 'ABSLEDG: ROWS CLOSED     = ' WS-ROWS-CLOSED.
038700*=================================================================
038800*=================================================================
038900*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
