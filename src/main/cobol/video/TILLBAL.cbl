001000*  DATE       INIT  DESCRIPTION
001100*  2026-09-02 VSG   INITIAL VERSION - END-OF-DAY TILL BALANCING
001200*                   BY REGISTER.
001210*  2026-10-15 VSG   SECURITY DEPOSITS FROM DEPREG: A DEPOSIT
001220*                   TAKEN AT CHECKOUT IS DRAWER CASH IN, A
001230*                   DEPOSIT RELEASED AT RETURN IS CASH OUT.
001240*                   EXPECTED TAKE IS NOW SIGNED.
001250*  2026-10-15 VSG   BANK-CARD PAYMENTS (CASHREG COLUMN 80 = B)
001260*                   NEVER REACH THE DRAWER AND ARE LEFT OUT OF
001270*                   THE EXPECTED TAKE.
001275*  2026-10-15 VSG   EQUIPMENT CHECKOUTS (RENTREG TYPE E) ARE
001280*                   PRICED AT THE COUNTER LIKE A TITLE CHECKOUT
001285*                   AND NOW COUNT AS DRAWER CASH.
001286*  2026-10-15 VSG   CONCESSION AND MERCHANDISE SALES (RENTREG
001287*                   TYPE M, SALES TAX INCLUDED) COUNT AS DRAWER
001288*                   CASH.
001300*=================================================================
001400*  TOTALS THE DAY'S TAKE PER COUNTER REGISTER - ACCEPTED
001500*  CHECKOUT PRICING ON RENTREG AND PAYMENTS ON CASHREG, EACH
001800*  SLIP PRINTS PER REGISTER, THE VARIANCE IS APPENDED TO THE
001900*  CUMULATIVE TILLHIST FILE BY OPERATOR DRAWER, AND THE SLIP
002000*  CARRIES THAT DRAWER'S RUNNING VARIANCE SO A PATTERN SHOWS.
002010*  SECURITY DEPOSITS TAKEN ('H') AND RELEASED ('R') ON DEPREG
002020*  MOVE THE DRAWER TOO; DEPOSITS APPLIED TO A FEE OR CREDITED
002030*  TO AN ACCOUNT NEVER LEAVE THE BOOKS AND ARE IGNORED.
002100*=================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003100     SELECT OPTIONAL CASHREG-IN ASSIGN TO 'CASHREG'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS FC-CASHREG-STATUS.
003310     SELECT OPTIONAL DEPREG-IN ASSIGN TO 'DEPREG'
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS FC-DEPREG-STATUS.
003400     SELECT OPTIONAL TILLCARD-FILE ASSIGN TO 'TILLCARD'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS FC-TILLCARD-STATUS.
004800 FD  CASHREG-IN
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  CASHREG-IN-LINE                PIC X(80).
005010 FD  DEPREG-IN
005020     RECORD CONTAINS 80 CHARACTERS.
005030 01  DEPREG-IN-LINE                 PIC X(80).
005100 FD  TILLCARD-FILE
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  TILL-COUNT-CARD.
007700 01  FC-STATUSES.
007800     05  FC-RENTREG-STATUS          PIC X(2).
007900     05  FC-CASHREG-STATUS          PIC X(2).
007910     05  FC-DEPREG-STATUS           PIC X(2).
008000     05  FC-TILLCARD-STATUS         PIC X(2).
008100     05  FC-TILLHIST-STATUS         PIC X(2).
008200     05  FC-TILLRPT-STATUS          PIC X(2).
008500         88  WS-RENT-EOF            VALUE 'Y'.
008600     05  WS-CASH-EOF-SW             PIC X(1) VALUE 'N'.
008700         88  WS-CASH-EOF            VALUE 'Y'.
008710     05  WS-DEP-EOF-SW              PIC X(1) VALUE 'N'.
008720         88  WS-DEP-EOF             VALUE 'Y'.
008800     05  WS-CARD-EOF-SW             PIC X(1) VALUE 'N'.
008900         88  WS-CARD-EOF            VALUE 'Y'.
009000     05  WS-HIST-EOF-SW             PIC X(1) VALUE 'N'.
010300     05  WS-REG-TABLE OCCURS 10 TIMES
010400                       INDEXED BY WS-REG-IDX.
010500         10  WS-REG-ID              PIC 9(2).
010600         10  WS-REG-TAKE            PIC S9(9)V99.
010700*=================================================================
010800*    PER-DRAWER CUMULATIVE VARIANCE FROM TILLHIST
010900*=================================================================
011300                       INDEXED BY WS-DRW-IDX.
011400         10  WS-DRW-ID              PIC X(3).
011500         10  WS-DRW-CUM-VARIANCE    PIC S9(7)V99.
011600 01  WS-EXPECTED-TAKE               PIC S9(9)V99.
011700 01  WS-VARIANCE                    PIC S9(7)V99.
011800 01  WS-COUNTERS.
011900     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
012500     05  FILLER                     PIC X(2)  VALUE SPACE.
012600     05  SL-DRAWER-ID               PIC X(3).
012700     05  FILLER                     PIC X(2)  VALUE SPACE.
012800     05  SL-EXPECTED                PIC ZZZZZZ9.99-.
012900     05  FILLER                     PIC X(1)  VALUE SPACE.
013000     05  SL-COUNTED                 PIC ZZZZZZ9.99.
013100     05  FILLER                     PIC X(2)  VALUE SPACE.
013200     05  SL-VARIANCE                PIC ZZZZZZ9.99-.
014100         UNTIL WS-RENT-EOF
014200     PERFORM 3000-SUM-CASHREG-TAKE
014300         UNTIL WS-CASH-EOF
014310     PERFORM 3500-SUM-DEPREG-TAKE
014320         UNTIL WS-DEP-EOF
014400     PERFORM 4000-BALANCE-ONE-DRAWER
014500         UNTIL WS-CARD-EOF
014600     PERFORM 5000-TERMINATE
016500     IF FC-CASHREG-STATUS NOT = '00'
016600         MOVE 'Y' TO WS-CASH-EOF-SW
016700     END-IF
016710     OPEN INPUT DEPREG-IN
016720     IF FC-DEPREG-STATUS NOT = '00'
016730         MOVE 'Y' TO WS-DEP-EOF-SW
016740     END-IF
016800     OPEN INPUT TILLCARD-FILE
016900     IF FC-TILLCARD-STATUS NOT = '00'
017000         MOVE 'Y' TO WS-CARD-EOF-SW
023000     END-IF.
023100*=================================================================
023200*    2000-SUM-RENTREG-TAKE - ACCEPTED COUNTER-CASH LINES ONLY
023210*    (TYPES C/N/G/E IN COLUMN 2; A RETURN'S AMOUNT IS A BILLED
023220*    FEE, NOT DRAWER CASH) BY REGISTER ID
023300*    (AMOUNT IN COLUMNS 40-46, REGISTER ID IN COLUMNS 79-80)
023400*=================================================================
024300         AND RENTREG-IN-LINE (79:2) NUMERIC
024310         AND (RENTREG-IN-LINE (2:1) = 'C'
024320             OR RENTREG-IN-LINE (2:1) = 'N'
024330             OR RENTREG-IN-LINE (2:1) = 'G'
024340             OR RENTREG-IN-LINE (2:1) = 'E'
024350             OR RENTREG-IN-LINE (2:1) = 'M')
024400         MOVE SPACE TO WS-AMT-X
024500         MOVE RENTREG-IN-LINE (40:7) TO WS-AMT-X (1:7)
024600         MOVE SPACE TO WS-AMT-X (8:1)
025100*=================================================================
025200*    3000-SUM-CASHREG-TAKE - PAYMENTS BY REGISTER ID (PAYMENT
025300*    AMOUNT IN COLUMNS 20-27, REGISTER ID IN COLUMNS 78-79;
025400*    GIFT-TENDER AND BANK-CARD LINES ARE NOT DRAWER CASH)
025500*=================================================================
025600 3000-SUM-CASHREG-TAKE.
025700     READ CASHREG-IN
026200         AND CASHREG-IN-LINE (2:6) NUMERIC
026300         AND CASHREG-IN-LINE (78:2) NUMERIC
026400         AND CASHREG-IN-LINE (50:11) NOT = 'GIFT TENDER'
026410         AND CASHREG-IN-LINE (80:1) NOT = 'B'
026500         MOVE CASHREG-IN-LINE (20:8) TO WS-AMT-X
026600         PERFORM 8000-PARSE-EDITED-AMOUNT
026700         MOVE CASHREG-IN-LINE (78:2) TO WS-LINE-REGISTER
026800         PERFORM 6000-ADD-TO-REGISTER
026900     END-IF.
026902*=================================================================
026904*    3500-SUM-DEPREG-TAKE - DEPOSITS TAKEN ('H') AND RELEASED
026906*    ('R') AT THE COUNTER BY REGISTER ID (AMOUNT IN COLUMNS
026908*    22-29, REGISTER ID IN COLUMNS 42-43)
026910*=================================================================
026912 3500-SUM-DEPREG-TAKE.
026914     READ DEPREG-IN
026916         AT END
026918             MOVE 'Y' TO WS-DEP-EOF-SW
026920     END-READ
026922     IF NOT WS-DEP-EOF
026924         AND DEPREG-IN-LINE (5:6) NUMERIC
026926         AND DEPREG-IN-LINE (42:2) NUMERIC
026928         MOVE DEPREG-IN-LINE (22:8) TO WS-AMT-X
026930         PERFORM 8000-PARSE-EDITED-AMOUNT
026932         MOVE DEPREG-IN-LINE (42:2) TO WS-LINE-REGISTER
026934         EVALUATE DEPREG-IN-LINE (2:1)
026936             WHEN 'H'
026938                 PERFORM 6000-ADD-TO-REGISTER
026940             WHEN 'R'
026942                 PERFORM 6100-SUBTRACT-FROM-REGISTER
026944             WHEN OTHER
026946                 CONTINUE
026948         END-EVALUATE
026950     END-IF.
027000*=================================================================
027100*    4000-BALANCE-ONE-DRAWER - CONFRONT THE COUNTED DRAWER WITH
027200*    THE REGISTER'S EXPECTED TAKE
036000 5000-TERMINATE.
036100     CLOSE RENTREG-IN
036200     CLOSE CASHREG-IN
036210     CLOSE DEPREG-IN
036300     CLOSE TILLCARD-FILE
036400     CLOSE TILLHIST-FILE
036500     CLOSE TILLRPT-RPT
036758             ADD WS-AMT-VALUE
036761                 TO WS-REG-TAKE (WS-REG-IDX)
036764     END-SEARCH.
036765*=================================================================
036766*    6100-SUBTRACT-FROM-REGISTER - CASH PAID OUT OF THE DRAWER
036767*=================================================================
036768 6100-SUBTRACT-FROM-REGISTER.
036769     SET WS-REG-IDX TO 1
036770     SEARCH WS-REG-TABLE
036771         AT END
036772             IF WS-REG-ENTRIES < 10
036773                 ADD 1 TO WS-REG-ENTRIES
036774                 SET WS-REG-IDX TO WS-REG-ENTRIES
036775                 MOVE WS-LINE-REGISTER
036776                     TO WS-REG-ID (WS-REG-IDX)
036777                 COMPUTE WS-REG-TAKE (WS-REG-IDX) =
036778                     ZERO - WS-AMT-VALUE
036779             END-IF
036780         WHEN WS-REG-ID (WS-REG-IDX) = WS-LINE-REGISTER
036781             SUBTRACT WS-AMT-VALUE
036782                 FROM WS-REG-TAKE (WS-REG-IDX)
036783     END-SEARCH.
036800*=================================================================
036900*    8000-PARSE-EDITED-AMOUNT - EDITED ZZZZ9.99 PRINT FIELD
037000*    BACK TO A NUMERIC VALUE
