001100*  2026-09-02 SSG   INITIAL VERSION - COMMON STORE-CALENDAR
001200*                   SERVICE (CLOSED-DATE ROLL-FORWARD AND
001300*                   CLOSED-DAY COUNTING).
001310*  2026-10-15 SSG   FUNCTION 'P' - PRIOR OPEN DATE, STEPPING
001320*                   BACK ACROSS MONTH AND YEAR ENDS, FOR
001330*                   BACKDATED DROP-BOX RETURNS.
001340*  2026-10-15 SSG   FUNCTION 'N' - NEXT OPEN DATE AFTER THE
001350*                   REQUEST DATE, CALENDAR-CORRECT, FOR THE
001360*                   PRE-DUE COURTESY CALL LIST.
001370*  2026-10-15 SSG   FUNCTIONS 'A'/'S' - CALR-DAYS CALENDAR DAYS
001380*                   AFTER/BEFORE THE REQUEST DATE, FOR THE
001390*                   WIN-BACK LAPSE CUTOFF AND CODE EXPIRY.
001391*  2026-10-15 SSG   FUNCTION 'D' - CALENDAR DAYS BETWEEN THE
001392*                   REQUEST AND END DATES, FOR THE VENDOR
001393*                   SCORECARD ORDER-TO-RECEIPT LEAD TIME.
001394*  2026-10-15 SSG   FUNCTION 'H' - THE STORE'S OPENING AND CLOSING
001395*                   TIMES ON THE REQUEST DATE FROM NEW 'HOURS'
001396*                   CARDS, FOR THE STAFF TIMECARD RUN.
001397*  2026-10-15 SSG   FUNCTION 'W' - DAY OF THE WEEK OF THE
001398*                   REQUEST DATE, FOR THE REGISTRAR'S DAILY
001399*                   SUBSTITUTE-COVER RUN.
001400*=================================================================
001500*  CALLABLE STORE-CALENDAR SERVICE (SEE CALREQ FOR THE REQUEST
001600*  AREA).  THE STORECAL DATASET LISTS THE DATES THE STORE IS
001800*  FUNCTION 'R' ROLLS A DUE DATE FORWARD PAST CLOSED DATES SO A
001900*  RENTAL IS NEVER DUE ON A DAY THE CUSTOMER CANNOT RETURN IT;
002000*  FUNCTION 'C' COUNTS THE CLOSED DATES INSIDE AN AGING WINDOW
002100*  SO LATE-FEE ACCRUAL SKIPS THEM; FUNCTION 'P' RETURNS THE LAST
002110*  OPEN DATE BEFORE THE REQUEST DATE (THE PRIOR BUSINESS DAY) SO
002120*  A TAPE FOUND IN THE DROP BOX IS RETURNED AS OF THE DAY IT WAS
002130*  DROPPED; FUNCTION 'N' RETURNS THE FIRST OPEN DATE AFTER THE
002140*  REQUEST DATE (THE NEXT BUSINESS DAY) SO THE COURTESY CALL
002150*  LIST KNOWS WHICH DUE DATE TO CHASE.  FUNCTIONS 'A' AND 'S'
002160*  STEP CALR-DAYS CALENDAR DAYS FORWARD OR BACK FROM THE
002170*  REQUEST DATE, OPEN OR CLOSED.  FUNCTION 'D' COUNTS THE
002180*  CALENDAR DAYS FROM THE REQUEST DATE TO THE END DATE (ZERO
002182*  WHEN THE END DATE IS NOT LATER).  FUNCTION 'H' RETURNS THE
002184*  OPENING AND CLOSING TIMES (HHMM) FOR THE DAY OF THE WEEK THE
002186*  REQUEST DATE FALLS ON, BOTH ZERO ON A CLOSED DATE.  THE HOURS
002188*  COME FROM 'HOURS' CARDS ON THE SAME DATASET - 'HOURS' IN
002190*  COLUMNS 1-5, DAY OF WEEK IN 7 (1 MONDAY THROUGH 7 SUNDAY, 0
002192*  FOR EVERY DAY), OPEN HHMM IN 9-12, CLOSE HHMM IN 14-17; A DAY
002194*  WITH NO CARD IS OPEN 0000 TO 2400.  FUNCTION 'W' RETURNS IN
002196*  CALR-DAYS THE DAY OF THE WEEK THE REQUEST DATE FALLS ON,
002198*  1 MONDAY THROUGH 7 SUNDAY.  WITH NO DATASET ALLOCATED
002200*  EVERY DATE IS OPEN AND THE SERVICE IS A NO-OP, SO THE
002300*  CALLERS NEVER STOP ON A MISSING CALENDAR.
002400*=================================================================
003800 01  STORECAL-CARD.
003900     05  SC-CLOSED-DATE             PIC 9(8).
004000     05  FILLER                     PIC X(72).
004005 01  STORECAL-HOURS-CARD REDEFINES STORECAL-CARD.
004010     05  SC-CARD-TYPE               PIC X(5).
004015         88  SC-HOURS-CARD          VALUE 'HOURS'.
004020     05  FILLER                     PIC X(1).
004025     05  SC-HOURS-DAY               PIC 9(1).
004030     05  FILLER                     PIC X(1).
004035     05  SC-OPEN-TIME               PIC 9(4).
004040     05  FILLER                     PIC X(1).
004045     05  SC-CLOSE-TIME              PIC 9(4).
004050     05  FILLER                     PIC X(63).
004100 WORKING-STORAGE SECTION.
004200 01  FC-STORECAL-STATUS             PIC X(2).
004300 01  WS-SWITCHES.
005700         10  WS-CLOSED-DATE         PIC 9(8).
005800 01  WS-CHECK-DATE                  PIC 9(8).
005900 01  WS-ROLL-GUARD                  PIC 9(3).
005905 01  WS-STEP-DATE.
005910     05  WS-STEP-YYYY               PIC 9(4).
005915     05  WS-STEP-MM                 PIC 9(2).
005920     05  WS-STEP-DD                 PIC 9(2).
005925 01  WS-STEP-DATE-N REDEFINES WS-STEP-DATE
005930                                    PIC 9(8).
005935 01  WS-MONTH-DAYS-TABLE.
005940     05  FILLER                     PIC X(24)
005945         VALUE '312831303130313130313031'.
005950 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
005955     05  WS-MONTH-DAYS              PIC 9(2) OCCURS 12 TIMES.
005960 01  WS-LEAP-FIELDS.
005965     05  WS-LEAP-QUOTIENT           PIC 9(4).
005970     05  WS-LEAP-REM-4              PIC 9(3).
005975     05  WS-LEAP-REM-100            PIC 9(3).
005980     05  WS-LEAP-REM-400            PIC 9(3).
005990 01  WS-MONTH-END                   PIC 9(2).
005995 01  WS-SHIFT-COUNT                 PIC 9(5).
005996*=================================================================
005997*    STORE HOURS BY DAY OF THE WEEK, 1 MONDAY THROUGH 7 SUNDAY
005998*=================================================================
005999 01  WS-HOURS-TABLE.
006000     05  WS-HOURS-ENTRY OCCURS 7 TIMES.
006001         10  WS-OPEN-TIME           PIC 9(4).
006002         10  WS-CLOSE-TIME          PIC 9(4).
006003 01  WS-HOURS-SUB                   PIC 9(1).
006004 01  WS-DOW-FIELDS.
006005     05  WS-DOW-YEAR                PIC 9(4).
006006     05  WS-DOW-MONTH               PIC 9(2).
006007     05  WS-DOW-CENTURY             PIC 9(2).
006008     05  WS-DOW-YEAR-OF-CENT        PIC 9(2).
006009     05  WS-DOW-TERM                PIC 9(3).
006010     05  WS-DOW-SUM                 PIC 9(5).
006011     05  WS-DOW-QUOTIENT            PIC 9(5).
006012     05  WS-DOW-REMAINDER           PIC 9(1).
006013     05  WS-DOW-DAY                 PIC 9(1).
006014 LINKAGE SECTION.
006100 COPY CALREQ.
006200 PROCEDURE DIVISION USING CALENDAR-REQUEST.
006300*=================================================================
007200             PERFORM 2000-ROLL-PAST-CLOSURES
007300         WHEN CALR-COUNT-CLOSED
007400             PERFORM 3000-COUNT-CLOSED-DAYS
007410         WHEN CALR-PRIOR-OPEN
007420             PERFORM 4000-STEP-BACK-PAST-CLOSURES
007430         WHEN CALR-NEXT-OPEN
007440             PERFORM 5000-STEP-FORWARD-PAST-CLOSURES
007450          WHEN CALR-ADD-DAYS
007460              PERFORM 6000-ADD-CALENDAR-DAYS
007470          WHEN CALR-SUBTRACT-DAYS
007480              PERFORM 6100-SUBTRACT-CALENDAR-DAYS
007485          WHEN CALR-DAYS-BETWEEN
007490              PERFORM 7000-COUNT-CALENDAR-DAYS
007492         WHEN CALR-STORE-HOURS
007494             PERFORM 8000-LOOK-UP-STORE-HOURS
007495         WHEN CALR-DAY-OF-WEEK
007496             PERFORM 8200-RETURN-DAY-OF-WEEK
007500         WHEN OTHER
007600             CONTINUE
007700     END-EVALUATE
008100*=================================================================
008200 1000-LOAD-CALENDAR.
008300     MOVE 'Y' TO WS-LOADED-SW
008310     PERFORM 1050-DEFAULT-ONE-DAY
008320         VARYING WS-HOURS-SUB FROM 1 BY 1
008330         UNTIL WS-HOURS-SUB > 7
008400     OPEN INPUT STORECAL-FILE
008500     IF FC-STORECAL-STATUS = '00'
008600         PERFORM 1100-READ-NEXT-CARD
008900         CLOSE STORECAL-FILE
009000     END-IF.
009100*=================================================================
009110*    1050-DEFAULT-ONE-DAY - OPEN ROUND THE CLOCK UNTIL A CARD
009120*    SAYS OTHERWISE
009130*=================================================================
009140 1050-DEFAULT-ONE-DAY.
009150     MOVE ZERO TO WS-OPEN-TIME (WS-HOURS-SUB)
009160     MOVE 2400 TO WS-CLOSE-TIME (WS-HOURS-SUB).
009170*=================================================================
009200*    1100-READ-NEXT-CARD
009300*=================================================================
009400 1100-READ-NEXT-CARD.
010700         MOVE SC-CLOSED-DATE
010800             TO WS-CLOSED-DATE (WS-CLOSED-COUNT)
010900     END-IF
010905     IF SC-HOURS-CARD
010910         AND SC-HOURS-DAY NUMERIC
010915         AND SC-OPEN-TIME NUMERIC
010920         AND SC-CLOSE-TIME NUMERIC
010925         IF SC-HOURS-DAY = ZERO
010930             PERFORM 1300-STORE-ONE-DAY-HOURS
010935                 VARYING WS-HOURS-SUB FROM 1 BY 1
010940                 UNTIL WS-HOURS-SUB > 7
010945         ELSE
010950             IF SC-HOURS-DAY <= 7
010955                 MOVE SC-HOURS-DAY TO WS-HOURS-SUB
010960                 PERFORM 1300-STORE-ONE-DAY-HOURS
010965             END-IF
010970         END-IF
010975     END-IF
011000     PERFORM 1100-READ-NEXT-CARD.
011010*=================================================================
011020*    1300-STORE-ONE-DAY-HOURS
011030*=================================================================
011040 1300-STORE-ONE-DAY-HOURS.
011050     MOVE SC-OPEN-TIME  TO WS-OPEN-TIME (WS-HOURS-SUB)
011060     MOVE SC-CLOSE-TIME TO WS-CLOSE-TIME (WS-HOURS-SUB).
011100*=================================================================
011200*    2000-ROLL-PAST-CLOSURES - ADVANCE THE RESULT DATE UNTIL IT
011300*    LANDS ON AN OPEN DAY (GUARDED SO A DEGENERATE CALENDAR
016100         AND WS-CLOSED-DATE (WS-CLOSED-IDX) <= CALR-END-DATE
016200         ADD 1 TO CALR-CLOSED-COUNT
016300     END-IF.
016400*=================================================================
016500*    4000-STEP-BACK-PAST-CLOSURES - THE DAY BEFORE THE REQUEST
016600*    DATE, THEN FURTHER BACK UNTIL THE RESULT LANDS ON AN OPEN
016700*    DAY (GUARDED LIKE THE ROLL-FORWARD)
016800*=================================================================
016900 4000-STEP-BACK-PAST-CLOSURES.
017000     MOVE ZERO TO WS-ROLL-GUARD
017100     PERFORM 4100-BACK-ONE-DAY
017200     PERFORM 4100-BACK-ONE-DAY
017300         UNTIL NOT WS-DATE-CLOSED
017400         OR WS-ROLL-GUARD > 100.
017500*=================================================================
017600*    4100-BACK-ONE-DAY - CALENDAR-CORRECT, SO THE FIRST OF A
017700*    MONTH STEPS BACK TO THE LAST DAY OF THE ONE BEFORE
017800*=================================================================
017900 4100-BACK-ONE-DAY.
018000     MOVE CALR-RESULT-DATE TO WS-STEP-DATE-N
018100     IF WS-STEP-DD > 1
018200         SUBTRACT 1 FROM WS-STEP-DD
018300     ELSE
018400         IF WS-STEP-MM > 1
018500             SUBTRACT 1 FROM WS-STEP-MM
018600         ELSE
018700             SUBTRACT 1 FROM WS-STEP-YYYY
018800             MOVE 12 TO WS-STEP-MM
018900         END-IF
019000         MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-STEP-DD
019100         IF WS-STEP-MM = 2
019200             PERFORM 4200-CHECK-LEAP-YEAR
019300         END-IF
019400     END-IF
019500     MOVE WS-STEP-DATE-N TO CALR-RESULT-DATE
019600     ADD 1 TO WS-ROLL-GUARD
019700     PERFORM 2100-CHECK-RESULT-DATE.
019800*=================================================================
019900*    4200-CHECK-LEAP-YEAR - FEBRUARY HAS 29 DAYS IN A YEAR
020000*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400
020100*=================================================================
020200 4200-CHECK-LEAP-YEAR.
020300     DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
020400         REMAINDER WS-LEAP-REM-4
020500     DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
020600         REMAINDER WS-LEAP-REM-100
020700     DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
020800         REMAINDER WS-LEAP-REM-400
020900     IF WS-LEAP-REM-4 = ZERO
021000         AND (WS-LEAP-REM-100 NOT = ZERO
021100             OR WS-LEAP-REM-400 = ZERO)
021200         MOVE 29 TO WS-STEP-DD
021300     END-IF.
021400*=================================================================
021500*    5000-STEP-FORWARD-PAST-CLOSURES - THE DAY AFTER THE REQUEST
021600*    DATE, THEN FURTHER FORWARD UNTIL THE RESULT LANDS ON AN
021700*    OPEN DAY (GUARDED LIKE THE ROLL-FORWARD)
021800*=================================================================
021900 5000-STEP-FORWARD-PAST-CLOSURES.
022000     MOVE ZERO TO WS-ROLL-GUARD
022100     PERFORM 5100-FORWARD-ONE-DAY
022200     PERFORM 5100-FORWARD-ONE-DAY
022300         UNTIL NOT WS-DATE-CLOSED
022400         OR WS-ROLL-GUARD > 100.
022500*=================================================================
022600*    5100-FORWARD-ONE-DAY - CALENDAR-CORRECT, SO THE LAST DAY OF
022700*    A MONTH STEPS FORWARD TO THE FIRST OF THE NEXT
022800*=================================================================
022900 5100-FORWARD-ONE-DAY.
023000     MOVE CALR-RESULT-DATE TO WS-STEP-DATE-N
023100     PERFORM 5200-SET-MONTH-END
023200     IF WS-STEP-DD < WS-MONTH-END
023300         ADD 1 TO WS-STEP-DD
023400     ELSE
023500         MOVE 1 TO WS-STEP-DD
023600         IF WS-STEP-MM < 12
023700             ADD 1 TO WS-STEP-MM
023800         ELSE
023900             ADD 1 TO WS-STEP-YYYY
024000             MOVE 1 TO WS-STEP-MM
024100         END-IF
024200     END-IF
024300     MOVE WS-STEP-DATE-N TO CALR-RESULT-DATE
024400     ADD 1 TO WS-ROLL-GUARD
024500     PERFORM 2100-CHECK-RESULT-DATE.
024600*=================================================================
024700*    5200-SET-MONTH-END - DAYS IN THE STEP MONTH, FEBRUARY BY
024800*    THE SAME LEAP-YEAR RULE AS 4200
024900*=================================================================
025000 5200-SET-MONTH-END.
025100     MOVE WS-MONTH-DAYS (WS-STEP-MM) TO WS-MONTH-END
025200     IF WS-STEP-MM = 2
025300         DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
025400             REMAINDER WS-LEAP-REM-4
025500         DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
025600             REMAINDER WS-LEAP-REM-100
025700         DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
025800             REMAINDER WS-LEAP-REM-400
025900         IF WS-LEAP-REM-4 = ZERO
026000             AND (WS-LEAP-REM-100 NOT = ZERO
026100                 OR WS-LEAP-REM-400 = ZERO)
026200             MOVE 29 TO WS-MONTH-END
026300         END-IF
026400     END-IF.
026500*=================================================================
026600*    6000-ADD-CALENDAR-DAYS - CALR-DAYS DAYS AFTER THE REQUEST
026700*    DATE, CLOSED DAYS INCLUDED
026800*=================================================================
026900 6000-ADD-CALENDAR-DAYS.
027000     MOVE ZERO TO WS-SHIFT-COUNT
027100     PERFORM 6050-ADD-ONE-DAY
027200         UNTIL WS-SHIFT-COUNT >= CALR-DAYS.
027300*=================================================================
027400*    6050-ADD-ONE-DAY
027500*=================================================================
027600 6050-ADD-ONE-DAY.
027700     PERFORM 5100-FORWARD-ONE-DAY
027800     ADD 1 TO WS-SHIFT-COUNT.
027900*=================================================================
028000*    6100-SUBTRACT-CALENDAR-DAYS - CALR-DAYS DAYS BEFORE THE
028100*    REQUEST DATE, CLOSED DAYS INCLUDED
028200*=================================================================
028300 6100-SUBTRACT-CALENDAR-DAYS.
028400     MOVE ZERO TO WS-SHIFT-COUNT
028500     PERFORM 6150-SUBTRACT-ONE-DAY
028600         UNTIL WS-SHIFT-COUNT >= CALR-DAYS.
028700*=================================================================
028800*    6150-SUBTRACT-ONE-DAY
028900*=================================================================
029000 6150-SUBTRACT-ONE-DAY.
029100     PERFORM 4100-BACK-ONE-DAY
029200     ADD 1 TO WS-SHIFT-COUNT.
029300*=================================================================
029400*    7000-COUNT-CALENDAR-DAYS - STEP FORWARD FROM THE REQUEST
029500*    DATE TO THE END DATE, COUNTING THE DAYS IN CALR-DAYS
029600*    (CAPPED AT THE FIELD LIMIT SO A BAD END DATE CANNOT LOOP)
029700*=================================================================
029800 7000-COUNT-CALENDAR-DAYS.
029900     MOVE ZERO TO CALR-DAYS
030000     PERFORM 7050-COUNT-ONE-DAY
030100         UNTIL CALR-RESULT-DATE >= CALR-END-DATE
030200         OR CALR-DAYS >= 99999.
030300*=================================================================
030400*    7050-COUNT-ONE-DAY
030500*=================================================================
030600 7050-COUNT-ONE-DAY.
030700     PERFORM 5100-FORWARD-ONE-DAY
030800     ADD 1 TO CALR-DAYS.
030900*=================================================================
031000*    8000-LOOK-UP-STORE-HOURS - OPENING AND CLOSING TIMES FOR THE
031100*    REQUEST DATE'S DAY OF THE WEEK; BOTH ZERO WHEN CLOSED
031200*=================================================================
031300 8000-LOOK-UP-STORE-HOURS.
031400     MOVE ZERO TO CALR-OPEN-TIME
031500     MOVE ZERO TO CALR-CLOSE-TIME
031600     PERFORM 2100-CHECK-RESULT-DATE
031700     IF NOT WS-DATE-CLOSED
031800         PERFORM 8100-FIND-DAY-OF-WEEK
031900         MOVE WS-OPEN-TIME (WS-DOW-DAY)  TO CALR-OPEN-TIME
032000         MOVE WS-CLOSE-TIME (WS-DOW-DAY) TO CALR-CLOSE-TIME
032100     END-IF.
032200*=================================================================
032300*    8100-FIND-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE REQUEST
032400*    DATE, SHIFTED SO 1 IS MONDAY AND 7 IS SUNDAY (JANUARY AND
032500*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE)
032600*=================================================================
032700 8100-FIND-DAY-OF-WEEK.
032800     MOVE CALR-DATE TO WS-STEP-DATE-N
032900     MOVE WS-STEP-YYYY TO WS-DOW-YEAR
033000     MOVE WS-STEP-MM   TO WS-DOW-MONTH
033100     IF WS-DOW-MONTH < 3
033200         ADD 12 TO WS-DOW-MONTH
033300         SUBTRACT 1 FROM WS-DOW-YEAR
033400     END-IF
033500     DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENTURY
033600         REMAINDER WS-DOW-YEAR-OF-CENT
033700     MOVE WS-STEP-DD TO WS-DOW-SUM
033800     COMPUTE WS-DOW-TERM = (13 * (WS-DOW-MONTH + 1)) / 5
033900     ADD WS-DOW-TERM WS-DOW-YEAR-OF-CENT TO WS-DOW-SUM
034000     DIVIDE WS-DOW-YEAR-OF-CENT BY 4 GIVING WS-DOW-TERM
034100     ADD WS-DOW-TERM TO WS-DOW-SUM
034200     DIVIDE WS-DOW-CENTURY BY 4 GIVING WS-DOW-TERM
034300     ADD WS-DOW-TERM TO WS-DOW-SUM
034400     COMPUTE WS-DOW-SUM = WS-DOW-SUM + 5 * WS-DOW-CENTURY + 5
034500     DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOTIENT
034600         REMAINDER WS-DOW-REMAINDER
034700     COMPUTE WS-DOW-DAY = WS-DOW-REMAINDER + 1.
034800*=================================================================
034900*    8200-RETURN-DAY-OF-WEEK - 1 MONDAY THROUGH 7 SUNDAY, OPEN
035000*    OR CLOSED
035100*=================================================================
035200 8200-RETURN-DAY-OF-WEEK.
035300     PERFORM 8100-FIND-DAY-OF-WEEK
035400     MOVE WS-DOW-DAY TO CALR-DAYS.
