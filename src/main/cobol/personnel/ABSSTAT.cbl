001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 PSG   INITIAL VERSION - ABSENCE STATISTICS BY
001200*                   EMPLOYER FROM THE UNSTRING PASS.
001210*  2026-10-15 PSG   EMPLOYERS LOOKED UP ON THE EMPLOYER MASTER
001220*                   (EMPLLKUP): NAME AND BUREAU REFERENCE ON
001230*                   THE REPORT, AND AN ABSENCE DATED OUTSIDE
001240*                   ITS EMPLOYER'S VALIDITY IS NOT COUNTED.
001300*=================================================================
001400*  READS THE PARSEDTL PARSED-DETAIL FILE THE UNSTRING PASS NOW
001500*  WRITES AND TOTALS THE ABS ELEMENTS - ENTRIES AND DAYS - BY
001900*  PAST THE ABSCTL THRESHOLD PERCENT (DEFAULT 50) IS FLAGGED -
002000*  THE QUARTERLY QUESTION THE PAYROLL BUREAU ASKS AND WE HAVE
002100*  ALWAYS DECLINED.  THIS RUN'S TOTALS GO TO ABSCURR FOR THE
002200*  NEXT PERIOD'S COMPARISON.  EACH ABSENCE'S EMPLOYER (BTRNR-A)
002210*  IS LOOKED UP ON THE EMPLOYER MASTER AS OF THE ABSENCE DATE;
002220*  ONE DATED OUTSIDE THE EMPLOYER'S VALIDITY WINDOW IS LISTED
002230*  AND LEFT OUT OF THE TOTALS, AND AN EMPLOYER NOT ON THE
002240*  MASTER IS COUNTED AS BEFORE BUT MARKED ON THE REPORT.
002300*=================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
006100     05  PD-WERT.
006200         10  PD-WERT-DAYS           PIC X(3).
006300         10  FILLER                 PIC X(32).
006310     05  FILLER                     PIC X(1).
006320     05  PD-DATUM                   PIC X(8).
006330     05  PD-DATUM-N REDEFINES PD-DATUM
006340                                    PIC 9(8).
006400     05  FILLER                     PIC X(3).
006500 FD  ABSPRIOR-IN
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  ABSPRIOR-ROW.
008900 WORKING-STORAGE SECTION.
009000*=================================================================
009100 COPY VERSTAMP.
009110 COPY EMPLLKQ.
009120 COPY EMPLMREC.
009200 01  FC-STATUSES.
009300     05  FC-PARSED-STATUS           PIC X(2).
009400     05  FC-ABSPRIOR-STATUS         PIC X(2).
010000         88  WS-EOF                 VALUE 'Y'.
010100     05  WS-PRIOR-EOF-SW            PIC X(1) VALUE 'N'.
010200         88  WS-PRIOR-EOF           VALUE 'Y'.
010210     05  WS-IN-WINDOW-SW            PIC X(1) VALUE 'Y'.
010220         88  WS-IN-WINDOW           VALUE 'Y'.
010300 01  WS-THRESHOLD-PCT               PIC 9(3) VALUE 50.
010400 01  WS-DAYS-WORK                   PIC 9(3).
010500 01  WS-JUMP-PCT                    PIC 9(5).
011600         10  WS-EM-DAYS             PIC 9(7).
011700         10  WS-EM-PRIOR-ENTRIES    PIC 9(7).
011800         10  WS-EM-PRIOR-SEEN       PIC X(1).
011810         10  WS-EM-NAME             PIC X(30).
011820         10  WS-EM-BUREAU-REF       PIC X(10).
011900 01  WS-BAND-TABLE.
012000     05  WS-BAND-ENTRIES            PIC 9(3) VALUE ZERO.
012100     05  WS-BAND-ROW OCCURS 100 TIMES
012700     05  WS-LINES-READ              PIC 9(7) VALUE ZERO.
012800     05  WS-ABS-SELECTED            PIC 9(7) VALUE ZERO.
012900     05  WS-EMPLOYERS-FLAGGED       PIC 9(3) VALUE ZERO.
012910     05  WS-OUTSIDE-WINDOW          PIC 9(7) VALUE ZERO.
012920     05  WS-EMPL-NOT-ON-MASTER      PIC 9(7) VALUE ZERO.
013000     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
013100 01  WS-EMP-DETAIL.
013200     05  FILLER                     PIC X(1)  VALUE SPACE.
014100     05  ED-PRIOR                   PIC ZZZZZZ9.
014200     05  FILLER                     PIC X(2)  VALUE SPACE.
014300     05  ED-FLAG                    PIC X(12).
014310 01  WS-EMP-NAME-DETAIL.
014320     05  FILLER                     PIC X(19) VALUE SPACE.
014330     05  EN-NAME                    PIC X(30).
014340     05  FILLER                     PIC X(12)
014350         VALUE ' BUREAU REF '.
014360     05  EN-BUREAU-REF              PIC X(10).
014400 01  WS-BAND-DETAIL.
014500     05  FILLER                     PIC X(6)  VALUE ' BAND '.
014600     05  BD-BAND-NR                 PIC 9(5).
019000         MOVE 'Y' TO WS-EOF-SW
019100     END-IF
019200     OPEN OUTPUT ABSSTAT-RPT
019210     MOVE 'ABSSTAT' TO ELK-CALLER
019300     PERFORM 1100-READ-NEXT-LINE.
019400*=================================================================
019500*    1100-READ-NEXT-LINE
020700*=================================================================
020800 2000-PROCESS-PARSED-LINE.
020900     IF PD-ABSENCE
020910         PERFORM 2050-CHECK-THE-EMPLOYER
020920     END-IF
020930     IF PD-ABSENCE
020940         AND WS-IN-WINDOW
021000         ADD 1 TO WS-ABS-SELECTED
021100         IF PD-WERT-DAYS NUMERIC
021200             MOVE PD-WERT-DAYS TO WS-DAYS-WORK
021800     END-IF
021900     PERFORM 1100-READ-NEXT-LINE.
022000*=================================================================
022010*    2050-CHECK-THE-EMPLOYER - EMPLOYER MASTER AS OF THE
022020*    ABSENCE DATE (NO DATE ON THE LINE: THE NUMBER ONLY)
022030*=================================================================
022040 2050-CHECK-THE-EMPLOYER.
022050     MOVE 'Y' TO WS-IN-WINDOW-SW
022060     MOVE PD-BTRNR-A TO ELK-BTRNR
022070     IF PD-DATUM NUMERIC
022080         MOVE PD-DATUM-N TO ELK-AS-OF-DATE
022090     ELSE
022100         MOVE ZERO TO ELK-AS-OF-DATE
022110     END-IF
022120     CALL 'EMPLLKUP' USING EMPLOYER-LOOKUP-REQUEST
022130     IF ELK-OUTSIDE-WINDOW
022140         MOVE 'N' TO WS-IN-WINDOW-SW
022150         ADD 1 TO WS-OUTSIDE-WINDOW
022160         DISPLAY 'ABSSTAT: BTRNR ' PD-BTRNR-A ' NOT VALID ON '
022170             PD-DATUM ' - BAND-NR ' PD-BAND-NR ' NOT COUNTED'
022180     END-IF.
022190*=================================================================
022195*    2100-ACCUMULATE-EMPLOYER
022200*=================================================================
022300 2100-ACCUMULATE-EMPLOYER.
022400     SET WS-EMP-IDX TO 1
023800                     TO WS-EM-PRIOR-ENTRIES (WS-EMP-IDX)
023900                 MOVE 'N'
024000                     TO WS-EM-PRIOR-SEEN (WS-EMP-IDX)
024010                 PERFORM 2150-NAME-THE-EMPLOYER
024100             END-IF
024200         WHEN WS-EM-BTRNR-A (WS-EMP-IDX) = PD-BTRNR-A
024300             AND WS-EM-BTRNR-E (WS-EMP-IDX) = PD-BTRNR-E
024400             ADD 1 TO WS-EM-ENTRIES (WS-EMP-IDX)
024500             ADD WS-DAYS-WORK TO WS-EM-DAYS (WS-EMP-IDX)
024600     END-SEARCH.
024610*=================================================================
024620*    2150-NAME-THE-EMPLOYER - FROM THE LOOKUP JUST MADE
024630*=================================================================
024640 2150-NAME-THE-EMPLOYER.
024650     MOVE SPACES TO WS-EM-BUREAU-REF (WS-EMP-IDX)
024660     EVALUATE TRUE
024670         WHEN ELK-FOUND
024680             MOVE ELK-MASTER-IMAGE TO EMPLOYER-MASTER-RECORD
024690             MOVE EM-NAME TO WS-EM-NAME (WS-EMP-IDX)
024700             MOVE EM-BUREAU-REF
024710                 TO WS-EM-BUREAU-REF (WS-EMP-IDX)
024720         WHEN ELK-NOT-FOUND
024730             ADD 1 TO WS-EMPL-NOT-ON-MASTER
024740             MOVE '** NOT ON EMPLOYER MASTER'
024750                 TO WS-EM-NAME (WS-EMP-IDX)
024760         WHEN OTHER
024770             MOVE SPACES TO WS-EM-NAME (WS-EMP-IDX)
024780     END-EVALUATE.
024790*=================================================================
024800*    2200-ACCUMULATE-BAND
024900*=================================================================
025000 2200-ACCUMULATE-BAND.
034000     END-IF
034100     WRITE ABSSTAT-LINE FROM WS-EMP-DETAIL
034200     ADD 1 TO WS-REPORT-LINES
034210     IF WS-EM-NAME (WS-EMP-IDX) NOT = SPACES
034220         MOVE WS-EM-NAME (WS-EMP-IDX) TO EN-NAME
034230         MOVE WS-EM-BUREAU-REF (WS-EMP-IDX) TO EN-BUREAU-REF
034240         WRITE ABSSTAT-LINE FROM WS-EMP-NAME-DETAIL
034250         ADD 1 TO WS-REPORT-LINES
034260     END-IF
034300     MOVE SPACES TO ABSCURR-ROW
034400     MOVE WS-EM-BTRNR-A (WS-EMP-IDX)  TO AC-BTRNR-A
034500     MOVE WS-EM-BTRNR-E (WS-EMP-IDX)  TO AC-BTRNR-E
036400     DISPLAY 'ABSSTAT: LINES READ        = ' WS-LINES-READ
036500     DISPLAY 'ABSSTAT: ABS SELECTED      = ' WS-ABS-SELECTED
036600     DISPLAY 'ABSSTAT: EMPLOYERS FLAGGED = '
036700         WS-EMPLOYERS-FLAGGED
036710     DISPLAY 'ABSSTAT: OUTSIDE EMPLOYER VALIDITY = '
036720         WS-OUTSIDE-WINDOW
036730     DISPLAY 'ABSSTAT: EMPLOYERS NOT ON MASTER  = '
036740         WS-EMPL-NOT-ON-MASTER.
036800*=================================================================
036900*=================================================================
037000*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
