000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-08-22 VSG   INITIAL VERSION - MONTHLY CUSTOMER STATEMENTS.
001110*  2026-10-15 VSG   EACH STATEMENT LINE NOW SHOWS THE HOUSEHOLD
001120*                   MEMBER WHO RENTED THE TAPE, NAMED FROM
001130*                   HHMFILE, SO A DISPUTED CHARGE CAN BE TRACED.
001140*  2026-10-15 VSG   NO STATEMENT PRINTS FOR A CUSTOMER WHO HAS
001150*                   REFUSED ALL MAIL (CONTACT PREFERENCE); THE
001160*                   SUPPRESSIONS ARE COUNTED ON THE RUN TOTALS.
001170*                   STATEMENT-ONLY CUSTOMERS STILL GET ONE.
001200*=================================================================
001300*  WALKS RENTFILE IN RENTAL-CUSTOMER-ID ALTERNATE-KEY SEQUENCE SO
001400*  EACH CUSTOMER'S RENTALS ARRIVE TOGETHER, PULLS THE CUSTOMER'S
001500*  NAME AND ADDRESS FROM CUSTFILE, AND PRINTS ONE STATEMENT PAGE
001600*  PER CUSTOMER LISTING THE OPEN RENTALS, DUE DATES, AND ACCRUED
001700*  LATE FEES WITH A BALANCE-DUE TOTAL.  EACH RENTAL NAMES THE
001710*  HOUSEHOLD MEMBER WHO TOOK IT (HHMFILE); MEMBER 00 IS THE
001720*  ACCOUNT HOLDER.
001800*=================================================================
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
003800         FILE STATUS IS FC-CUSTFILE-STATUS.
003810     SELECT OPTIONAL HHMFILE ASSIGN TO 'IDXHHM'
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS HHM-KEY OF HOUSEHOLD-MEMBER-RECORD
003850         FILE STATUS IS FC-HHMFILE-STATUS.
003900     SELECT STMT-RPT ASSIGN TO 'CUSTSTMT'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS FC-STMT-STATUS.
004500 COPY RENTREC.
004600 FD  CUSTFILE.
004700 COPY CUSTREC.
004710 FD  HHMFILE.
004720 COPY HHMREC.
004800 FD  STMT-RPT
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  STMT-LINE                      PIC X(80).
005400 01  FC-STATUSES.
005500     05  FC-RENTFILE-STATUS         PIC X(2).
005600     05  FC-CUSTFILE-STATUS         PIC X(2).
005610     05  FC-HHMFILE-STATUS          PIC X(2).
005700     05  FC-STMT-STATUS             PIC X(2).
005800 01  WS-SWITCHES.
005900     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
006000         88  WS-EOF                 VALUE 'Y'.
006100     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
006200         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
006210     05  WS-HHMFILE-AVAIL-SW        PIC X(1) VALUE 'N'.
006220         88  WS-HHMFILE-AVAILABLE   VALUE 'Y'.
006230     05  WS-STMT-SUPPRESSED-SW      PIC X(1) VALUE 'N'.
006240         88  WS-STMT-SUPPRESSED     VALUE 'Y'.
006300 01  WS-BREAK-CUSTOMER-ID           PIC 9(6) VALUE ZERO.
006400 01  WS-CUSTOMER-TOTAL-FEES         PIC 9(6)V99 VALUE ZERO.
006500 01  WS-COUNTERS.
006600     05  WS-RENTALS-READ            PIC 9(7) VALUE ZERO.
006700     05  WS-STATEMENTS-PRINTED      PIC 9(7) VALUE ZERO.
006710     05  WS-STATEMENTS-SUPPRESSED   PIC 9(7) VALUE ZERO.
006800 01  WS-STMT-HEAD-LINE.
006900     05  FILLER                     PIC X(1)  VALUE SPACE.
007000     05  FILLER                     PIC X(21)
008000     05  FILLER                     PIC X(1)  VALUE SPACE.
008100     05  FILLER                     PIC X(44)
008200         VALUE 'VIDEO  CHECKED-OUT  DUE-DATE     LATE-FEE'.
008210     05  FILLER                     PIC X(23)
008220         VALUE 'RENTED BY'.
008300 01  WS-STMT-DETAIL.
008400     05  FILLER                     PIC X(1)  VALUE SPACE.
008500     05  SD-VIDEO-CODE              PIC 9(5).
008900     05  SD-DUE-DATE                PIC 9(8).
009000     05  FILLER                     PIC X(5)  VALUE SPACE.
009100     05  SD-LATE-FEE                PIC ZZZZ9.99.
009110     05  FILLER                     PIC X(3)  VALUE SPACE.
009120     05  SD-MEMBER-NO               PIC 9(2).
009130     05  FILLER                     PIC X(1)  VALUE SPACE.
009140     05  SD-MEMBER-NAME             PIC X(20).
009200 01  WS-STMT-TOTAL-LINE.
009300     05  FILLER                     PIC X(1)  VALUE SPACE.
009400     05  FILLER                     PIC X(26)
012700         OR FC-CUSTFILE-STATUS = '05'
012800         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
012900     END-IF
012910     OPEN INPUT HHMFILE
012920     IF FC-HHMFILE-STATUS = '00'
012930         OR FC-HHMFILE-STATUS = '05'
012940         MOVE 'Y' TO WS-HHMFILE-AVAIL-SW
012950     END-IF
013000     OPEN OUTPUT STMT-RPT
013100     IF NOT WS-EOF
013200         MOVE ZERO TO RENTAL-CUSTOMER-ID
015600     IF RENTAL-OPEN
015700         IF RENTAL-CUSTOMER-ID NOT = WS-BREAK-CUSTOMER-ID
015800             PERFORM 2100-CLOSE-STATEMENT
015810             PERFORM 2150-CHECK-PREFERENCES
015820             IF WS-STMT-SUPPRESSED
015830                 MOVE RENTAL-CUSTOMER-ID TO WS-BREAK-CUSTOMER-ID
015840             ELSE
015900                 PERFORM 2200-OPEN-STATEMENT
015910             END-IF
016000         END-IF
016010         IF NOT WS-STMT-SUPPRESSED
016100             PERFORM 2300-WRITE-DETAIL-LINE
016110         END-IF
016200     END-IF
016300     PERFORM 1100-READ-NEXT-RENTAL.
016400*=================================================================
016600*=================================================================
016700 2100-CLOSE-STATEMENT.
016800     IF WS-BREAK-CUSTOMER-ID NOT = ZERO
016810         AND NOT WS-STMT-SUPPRESSED
016900         MOVE WS-CUSTOMER-TOTAL-FEES TO ST-TOTAL-FEES
017000         WRITE STMT-LINE FROM WS-STMT-TOTAL-LINE
017100         MOVE SPACES TO STMT-LINE
017200         WRITE STMT-LINE
017300     END-IF
017400     MOVE ZERO TO WS-CUSTOMER-TOTAL-FEES.
017405*=================================================================
017410*    2150-CHECK-PREFERENCES - A CUSTOMER WHO HAS REFUSED ALL
017415*    MAIL GETS NO STATEMENT
017420*=================================================================
017425 2150-CHECK-PREFERENCES.
017430     MOVE 'N' TO WS-STMT-SUPPRESSED-SW
017435     IF WS-CUSTFILE-AVAILABLE
017440         MOVE RENTAL-CUSTOMER-ID TO CUSTOMER-ID
017445         READ CUSTFILE
017450             INVALID KEY
017455                 CONTINUE
017460             NOT INVALID KEY
017465                 IF CUSTOMER-MAIL-REFUSED
017470                     MOVE 'Y' TO WS-STMT-SUPPRESSED-SW
017475                     ADD 1 TO WS-STATEMENTS-SUPPRESSED
017480                 END-IF
017485         END-READ
017490     END-IF.
017500*=================================================================
017600*    2200-OPEN-STATEMENT - HEADING BLOCK FOR A NEW CUSTOMER
017700*=================================================================
021400     MOVE RENTAL-CHECKOUT-DATE       TO SD-CHECKOUT-DATE
021500     MOVE RENTAL-DUE-DATE            TO SD-DUE-DATE
021600     MOVE RENTAL-LATE-FEE            TO SD-LATE-FEE
021610     PERFORM 2350-NAME-THE-MEMBER
021700     ADD RENTAL-LATE-FEE TO WS-CUSTOMER-TOTAL-FEES
021800     WRITE STMT-LINE FROM WS-STMT-DETAIL.
021802*=================================================================
021804*    2350-NAME-THE-MEMBER - WHO TOOK THE TAPE: MEMBER 00 IS THE
021806*    ACCOUNT HOLDER, ANY OTHER IS NAMED FROM HHMFILE
021808*=================================================================
021810 2350-NAME-THE-MEMBER.
021812     MOVE RENTAL-MEMBER-NO           TO SD-MEMBER-NO
021814     MOVE SPACES                     TO SD-MEMBER-NAME
021816     IF RENTAL-MEMBER-NO = ZERO
021818         MOVE 'ACCOUNT HOLDER'       TO SD-MEMBER-NAME
021820     ELSE
021822         IF WS-HHMFILE-AVAILABLE
021824             MOVE RENTAL-CUSTOMER-ID TO HHM-CUSTOMER-ID
021826             MOVE RENTAL-MEMBER-NO   TO HHM-MEMBER-NO
021828             READ HHMFILE
021830                 INVALID KEY
021832                     MOVE '** NOT ON FILE **'
021834                         TO SD-MEMBER-NAME
021836                 NOT INVALID KEY
021838                     MOVE HHM-NAME   TO SD-MEMBER-NAME
021840             END-READ
021842         END-IF
021844     END-IF.
021900*=================================================================
022000*    3000-TERMINATE - FLUSH THE LAST STATEMENT, CLOSE FILES
022100*=================================================================
022500     IF WS-CUSTFILE-AVAILABLE
022600         CLOSE CUSTFILE
022700     END-IF
022710     IF WS-HHMFILE-AVAILABLE
022720         CLOSE HHMFILE
022730     END-IF
022800     CLOSE STMT-RPT
022900     DISPLAY 'CUSTSTMT: RENTALS READ       = ' WS-RENTALS-READ
023000     DISPLAY 'CUSTSTMT: STATEMENTS PRINTED = '
023100         WS-STATEMENTS-PRINTED
023110     DISPLAY 'CUSTSTMT: PREFS SUPPRESSED   = '
023120         WS-STATEMENTS-SUPPRESSED.
023200*=================================================================
023300*=================================================================
023400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
