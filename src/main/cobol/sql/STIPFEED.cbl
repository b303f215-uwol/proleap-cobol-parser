001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 RSG   INITIAL VERSION - TEACHING-LOAD STIPEND
001200*                   FEED IN THE PAYROLL-BUREAU FORMAT.
001210*  2026-10-15 RSG   COVER PERIODS FROM THE SUBCOVER REGISTER,
001220*                   PAID AT THE STIPRATE 'COV' RATE.
001300*=================================================================
001400*  COUNTS EACH TEACHER'S ACTIVE ENROLLMENTS FOR THE TERM ON THE
001500*  CONTROL CARD, PRICES THE STIPEND FROM THE TIERED RATE TABLE
002100*  HASH TOTAL, AND THE RE-PROVE BEFORE RELEASE.  TEACHERS WITH
002200*  NO CONFIRMED LINK OR NO PERSONNEL RECORD GO ON THE REGISTER
002300*  INSTEAD OF THE FILE - THE TYPED MEMO TO THE BUREAU RETIRES.
002310*  PERIODS COVERED FOR AN ABSENT COLLEAGUE - THE COVER TABLE
002320*  SUBCOVER KEEPS - ARE PAID AT THE COVER RATE (THE 'COV' CARD
002330*  ON STIPRATE, DEFAULT 25.00 A PERIOD) AND ADDED TO THE SAME
002340*  STIPEND AMOUNT; A TEACHER WHO ONLY COVERED GETS COVER PAY.
002350*  STIPRATE 'COV' CARD: COLS 1-3 'COV', COLS 5-11 9(5)V99.
002400*=================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
006500     05  FILLER                     PIC X(1).
006600     05  RT-AMOUNT                  PIC 9(5)V99.
006700     05  FILLER                     PIC X(69).
006710 01  COVER-RATE-CARD.
006720     05  CR-KEYWORD                 PIC X(3).
006730         88  CR-COVER-RATE          VALUE 'COV'.
006740     05  FILLER                     PIC X(1).
006750     05  CR-AMOUNT                  PIC 9(5)V99.
006760     05  FILLER                     PIC X(69).
006800 FD  XREF-IN
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  XREFI-RECORD.
008900   EXEC SQL
009000     INCLUDE ENROLLMENT
009100   END-EXEC.
009110   EXEC SQL
009120     INCLUDE COVER
009130   END-EXEC.
009200*=================================================================
009300   EXEC SQL BEGIN DECLARE SECTION
009400   END-EXEC.
009500     01 WS-LOAD-REC.
009600         05 WS-LD-TEACHER-ID        PIC 9(10).
009700         05 WS-LD-CLASS-SIZE        PIC 9(5).
009710         05 WS-LD-COVERS            PIC 9(5).
009800     01 WS-CTL-TERM                 PIC X(6).
009900   EXEC SQL END DECLARE SECTION
010000   END-EXEC.
012100 01  WS-BTRNR-NUM                   PIC 9(8).
012200 01  WS-HASH-TOTAL                  PIC 9(13) VALUE ZERO.
012300 01  WS-STIPEND-AMOUNT              PIC 9(5)V99.
012310 01  WS-COVER-PAY                   PIC 9(5)V99.
012400 01  WS-LINK-PERSNR                 PIC 9(9).
012500 01  WS-LINK-BDST                   PIC 9(8).
012600*=================================================================
013500 01  WS-RATE-SUB                    PIC 9(2).
013600 01  WS-DEFAULT-AMOUNT              PIC 9(5)V99 VALUE 250.00.
013610 01  WS-PRICED-FLOOR                PIC 9(3) VALUE ZERO.
013620 01  WS-COVER-RATE                  PIC 9(5)V99 VALUE 25.00.
013700*=================================================================
013800*    CONFIRMED LINKS AND THE PERSONNEL EMPLOYER NUMBERS
013900*=================================================================
018700     05  RG-TEACHER-ID              PIC 9(10).
018800     05  FILLER                     PIC X(7)  VALUE ' COUNT='.
018900     05  RG-CLASS-SIZE              PIC ZZZZ9.
018910     05  FILLER                     PIC X(5)  VALUE ' CVR='.
018920     05  RG-COVERS                  PIC ZZ9.
019000     05  FILLER                     PIC X(8)  VALUE ' AMOUNT='.
019100     05  RG-AMOUNT                  PIC ZZZZ9.99.
019200     05  FILLER                     PIC X(2)  VALUE SPACE.
021200                             ==:PROGVERS:== BY =='Version 001'==.
021300*=================================================================
021400*    1000-INITIALIZE - CONTROL CARD, RATES, LINKS, PERSONNEL,
021500*    AND THE TEACHING-LOAD CURSOR - ENROLLMENTS AND COVER PERIODS
021600*=================================================================
021700 1000-INITIALIZE.
021800     ACCEPT WS-CREATION-DATE FROM DATE YYYYMMDD
022900         WRITE STIP-LINE FROM WS-HEADER-RECORD
023000   EXEC SQL
023100     DECLARE LOADCUR CURSOR FOR
023150       SELECT TLOAD.TEACHER-ID, SUM(TLOAD.ENRL),
023200              SUM(TLOAD.COVERS)
023250       FROM (SELECT TEACHER-ID, 1 AS ENRL, 0 AS COVERS
023300               FROM ENROLLMENT
023350               WHERE TERM = :WS-CTL-TERM
023400                 AND STATUS = 'A'
023450             UNION ALL
023500             SELECT SUB-TEACHER-ID, 0, 1
023550               FROM COVER
023600               WHERE TERM = :WS-CTL-TERM
023650                 AND SUB-TEACHER-ID > 0) AS TLOAD
023700       GROUP BY TLOAD.TEACHER-ID
023750       ORDER BY TLOAD.TEACHER-ID
023800   END-EXEC
023900   EXEC SQL
024000     OPEN LOADCUR
024700 1100-FETCH-NEXT-TEACHER.
024800   EXEC SQL
024900     FETCH LOADCUR
025000       INTO :WS-LD-TEACHER-ID, :WS-LD-CLASS-SIZE,
025010            :WS-LD-COVERS
025100   END-EXEC
025200     IF SQLCODE = 100
025300         MOVE 'Y' TO WS-EOC-SW
028700     END-IF
028800     CLOSE RATE-CTL.
028900*=================================================================
029000*    1310-LOAD-ONE-RATE - A 'COV' CARD SETS THE COVER RATE
029100*=================================================================
029200 1310-LOAD-ONE-RATE.
029300     READ RATE-CTL
030200                 MOVE RT-AMOUNT
030300                     TO WS-RT-AMOUNT (WS-RATE-COUNT)
030400             END-IF
030500     END-READ
030510     IF NOT WS-RATE-EOF
030520         AND CR-COVER-RATE
030530         AND CR-AMOUNT NUMERIC
030540         MOVE CR-AMOUNT TO WS-COVER-RATE
030550     END-IF.
030600*=================================================================
030700*    1400-LOAD-CONFIRMED-LINKS - ONLY STATUS C ROWS CARRY PAY
030800*=================================================================
042300         MOVE WS-PER-SUB TO WS-FOUND-SUB
042400     END-IF.
042500*=================================================================
042600*    2300-PRICE-THE-STIPEND - LARGEST FLOOR THAT FITS, NONE WHEN
042610*    THE TEACHER ONLY COVERED, PLUS THE COVER PERIODS
042700*=================================================================
042800 2300-PRICE-THE-STIPEND.
042900     MOVE WS-DEFAULT-AMOUNT TO WS-STIPEND-AMOUNT
042910     MOVE ZERO TO WS-PRICED-FLOOR
043000     MOVE ZERO TO WS-RATE-SUB
043100     PERFORM 2310-CHECK-ONE-TIER
043200         UNTIL WS-RATE-SUB >= WS-RATE-COUNT
043210     IF WS-LD-CLASS-SIZE = ZERO
043220         MOVE ZERO TO WS-STIPEND-AMOUNT
043230     END-IF
043240     COMPUTE WS-COVER-PAY = WS-LD-COVERS * WS-COVER-RATE
043250     ADD WS-COVER-PAY TO WS-STIPEND-AMOUNT.
043300*=================================================================
043400*    2310-CHECK-ONE-TIER - TIERS IN ANY ORDER ON THE CARDS; THE
043500*    LARGEST QUALIFYING FLOOR WINS BECAUSE EVERY QUALIFYING
046700 2900-WRITE-REGISTER-LINE.
046800     MOVE WS-LD-TEACHER-ID  TO RG-TEACHER-ID
046900     MOVE WS-LD-CLASS-SIZE  TO RG-CLASS-SIZE
046910     MOVE WS-LD-COVERS      TO RG-COVERS
047000     MOVE WS-STIPEND-AMOUNT TO RG-AMOUNT
047100     WRITE STIP-REG-LINE FROM WS-REGISTER-DETAIL
047200     ADD 1 TO WS-REGISTER-LINES.
