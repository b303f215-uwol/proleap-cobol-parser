000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    STUPAY.
000400 AUTHOR.        REGISTRAR-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 RSG   INITIAL VERSION - STUDENT ACCOUNT PAYMENT
001200*                   POSTING FROM PAYMENT CARDS.
001300*=================================================================
001400*  POSTS TUITION AND FEE PAYMENTS TO THE TERM-PAYMENTS COLUMN OF
001500*  THE STUACCT ROW FOR THE STUDENT AND TERM ON THE CARD.  A P
001600*  CARD ADDS THE AMOUNT; AN R CARD REVERSES A PAYMENT KEYED IN
001700*  ERROR OR RETURNED BY THE BANK AND MAY NOT TAKE THE TERM'S
001800*  PAYMENTS BELOW ZERO.  A PAYMENT FOR A TERM NOT YET BILLED
001900*  OPENS THE ROW WITH NO CHARGES, AND TUITBILL PUTS THE CHARGES
002000*  ON IT LATER.  THE STUDENT MUST BE ON THE STUDENT TABLE.
002100*  EVERY POSTING WRITES BEFORE AND AFTER LINES IN THE TCHMAINT
002200*  TRANSACTION-LOG FORMAT (THE IMAGE IS THE TERM, THE PAYMENTS
002300*  TOTAL AND THE CARD REFERENCE), AND EVERY CARD IS ECHOED TO
002400*  THE POSTING REGISTER WITH ITS DISPOSITION.
002500*=================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PAYCARD-FILE ASSIGN TO 'STUPAYCD'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS FC-PAYCARD-STATUS.
003500     SELECT TXN-LOG ASSIGN TO 'STUPAYLG'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FC-TXN-LOG-STATUS.
003800     SELECT PAYREG-RPT ASSIGN TO 'STUPAYRG'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FC-PAYREG-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PAYCARD-FILE
004400     RECORD CONTAINS 80 CHARACTERS.
004500 01  PAYMENT-CARD.
004600     05  PC-TRANS-TYPE              PIC X(1).
004700         88  PC-PAYMENT             VALUE 'P'.
004800         88  PC-REVERSAL            VALUE 'R'.
004900     05  PC-STUDENT-ID              PIC 9(10).
005000     05  PC-TERM                    PIC X(6).
005100     05  PC-AMOUNT                  PIC 9(5)V99.
005200     05  PC-PAY-DATE                PIC 9(8).
005300     05  PC-REFERENCE               PIC X(10).
005400     05  FILLER                     PIC X(38).
005500 FD  TXN-LOG
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  TXN-LOG-LINE                   PIC X(80).
005800 FD  PAYREG-RPT
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  PAYREG-LINE                    PIC X(80).
006100 WORKING-STORAGE SECTION.
006200*=================================================================
006300 COPY VERSTAMP.
006400   EXEC SQL
006500     INCLUDE SQLSCRIPT
006600   END-EXEC.
006700   EXEC SQL
006800     INCLUDE STUDENT
006900   END-EXEC.
007000   EXEC SQL
007100     INCLUDE STUACCT
007200   END-EXEC.
007300*=================================================================
007400   EXEC SQL BEGIN DECLARE SECTION
007500   END-EXEC.
007600     01 WS-ACCT-REC.
007700         05 WS-AC-STUDENT-ID        PIC 9(10).
007800         05 WS-AC-TERM              PIC X(6).
007900         05 WS-AC-PAYMENTS          PIC S9(7)V99.
008000         05 WS-AC-PAY-DATE          PIC 9(8).
008100     01 WS-STUDENT-CHECK-ID         PIC 9(10).
008200     01 WS-STUDENT-STATUS           PIC X(1).
008300   EXEC SQL END DECLARE SECTION
008400   END-EXEC.
008500*=================================================================
008600 01  FC-STATUSES.
008700     05  FC-PAYCARD-STATUS          PIC X(2).
008800     05  FC-TXN-LOG-STATUS          PIC X(2).
008900     05  FC-PAYREG-STATUS           PIC X(2).
009000 01  WS-SWITCHES.
009100     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
009200         88  WS-EOF                 VALUE 'Y'.
009300     05  WS-CARD-OK-SW              PIC X(1) VALUE 'Y'.
009400         88  WS-CARD-OK             VALUE 'Y'.
009500     05  WS-ROW-ON-TABLE-SW         PIC X(1) VALUE 'N'.
009600         88  WS-ROW-ON-TABLE        VALUE 'Y'.
009700 01  WS-REJECT-REASON               PIC X(30).
009800 01  WS-BEFORE-PAYMENTS             PIC S9(7)V99.
009900*=================================================================
010000*    TRANSACTION-LOG DETAIL - THE TCHMAINT LAYOUT, WITH THE
010100*    TERM, PAYMENTS TOTAL AND CARD REFERENCE AS THE IMAGE
010200*=================================================================
010300 01  WS-TXN-LOG-DETAIL.
010400     05  WS-TXN-LOG-ID              PIC 9(10).
010500     05  FILLER                     PIC X(1)  VALUE SPACE.
010600     05  WS-TXN-LOG-RESULT          PIC X(10).
010700     05  FILLER                     PIC X(1)  VALUE SPACE.
010800     05  WS-TXN-LOG-SQLCODE         PIC S9(9).
010900     05  FILLER                     PIC X(1)  VALUE SPACE.
011000     05  WS-TXN-LOG-DATE            PIC 9(8).
011100     05  FILLER                     PIC X(1)  VALUE SPACE.
011200     05  WS-TXN-LOG-TIME            PIC 9(6).
011300     05  FILLER                     PIC X(1)  VALUE SPACE.
011400     05  WS-TXN-LOG-IMAGE.
011500         10  WS-TXN-LOG-TERM        PIC X(6).
011600         10  FILLER                 PIC X(1)  VALUE SPACE.
011700         10  WS-TXN-LOG-PAYMENTS    PIC 9(7).99-.
011800         10  FILLER                 PIC X(1)  VALUE SPACE.
011900         10  WS-TXN-LOG-REFERENCE   PIC X(10).
012000 01  WS-COUNTERS.
012100     05  WS-CARDS-READ              PIC 9(5) VALUE ZERO.
012200     05  WS-PAYMENTS-POSTED         PIC 9(5) VALUE ZERO.
012300     05  WS-REVERSALS-POSTED        PIC 9(5) VALUE ZERO.
012400     05  WS-CARDS-REJECTED          PIC 9(5) VALUE ZERO.
012500     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
012600 01  WS-AMOUNT-POSTED               PIC S9(9)V99 VALUE ZERO.
012700 01  WS-AMOUNT-REVERSED             PIC S9(9)V99 VALUE ZERO.
012800 01  WS-REGISTER-DETAIL.
012900     05  FILLER                     PIC X(1)  VALUE SPACE.
013000     05  RG-TRANS-TYPE              PIC X(1).
013100     05  FILLER                     PIC X(1)  VALUE SPACE.
013200     05  RG-STUDENT-ID              PIC 9(10).
013300     05  FILLER                     PIC X(1)  VALUE SPACE.
013400     05  RG-TERM                    PIC X(6).
013500     05  FILLER                     PIC X(1)  VALUE SPACE.
013600     05  RG-AMOUNT                  PIC ZZZZ9.99.
013700     05  FILLER                     PIC X(1)  VALUE SPACE.
013800     05  RG-PAY-DATE                PIC 9(8).
013900     05  FILLER                     PIC X(1)  VALUE SPACE.
014000     05  RG-REFERENCE               PIC X(10).
014100     05  FILLER                     PIC X(1)  VALUE SPACE.
014200     05  RG-DISPOSITION             PIC X(8).
014300     05  FILLER                     PIC X(1)  VALUE SPACE.
014400     05  RG-REASON                  PIC X(21).
014500 PROCEDURE DIVISION.
014600*=================================================================
014700 0000-MAINLINE.
014800     PERFORM 0900-DISPLAY-VERSION-STAMP
014900     PERFORM 1000-INITIALIZE
015000     PERFORM 2000-PROCESS-PAYMENT-CARD
015100         UNTIL WS-EOF
015200     PERFORM 3000-TERMINATE
015300     PERFORM 9000-DISPLAY-VERSION-TRAILER
015400     STOP RUN.
015500*=================================================================
015600*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
015700*=================================================================
015800 0900-DISPLAY-VERSION-STAMP.
015900     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='STUPAY -'==
016000                             ==:PROGVERS:== BY =='Version 001'==.
016100*=================================================================
016200*    1000-INITIALIZE
016300*=================================================================
016400 1000-INITIALIZE.
016500     OPEN INPUT PAYCARD-FILE
016600     IF FC-PAYCARD-STATUS NOT = '00'
016700         MOVE 'Y' TO WS-EOF-SW
016800     END-IF
016900     OPEN OUTPUT TXN-LOG
017000     OPEN OUTPUT PAYREG-RPT
017100     PERFORM 1100-READ-NEXT-CARD.
017200*=================================================================
017300*    1100-READ-NEXT-CARD
017400*=================================================================
017500 1100-READ-NEXT-CARD.
017600     READ PAYCARD-FILE
017700         AT END
017800             MOVE 'Y' TO WS-EOF-SW
017900     END-READ
018000     IF NOT WS-EOF
018100         ADD 1 TO WS-CARDS-READ
018200     END-IF.
018300*=================================================================
018400*    2000-PROCESS-PAYMENT-CARD
018500*=================================================================
018600 2000-PROCESS-PAYMENT-CARD.
018700     MOVE 'Y' TO WS-CARD-OK-SW
018800     MOVE SPACES TO WS-REJECT-REASON
018900     PERFORM 2100-EDIT-CARD
019000     IF WS-CARD-OK
019100         PERFORM 2200-CHECK-THE-STUDENT
019200     END-IF
019300     IF WS-CARD-OK
019400         PERFORM 2300-FETCH-ACCOUNT
019500     END-IF
019600     IF WS-CARD-OK
019700         IF PC-PAYMENT
019800             PERFORM 2400-APPLY-PAYMENT
019900         ELSE
020000             PERFORM 2500-APPLY-REVERSAL
020100         END-IF
020200     END-IF
020300     PERFORM 2900-WRITE-REGISTER-LINE
020400     PERFORM 1100-READ-NEXT-CARD.
020500*=================================================================
020600*    2100-EDIT-CARD
020700*=================================================================
020800 2100-EDIT-CARD.
020900     IF NOT PC-PAYMENT
021000         AND NOT PC-REVERSAL
021100         MOVE 'N' TO WS-CARD-OK-SW
021200         MOVE 'INVALID TRANSACTION TYPE'
021300             TO WS-REJECT-REASON
021400     END-IF
021500     IF WS-CARD-OK
021600         AND (PC-STUDENT-ID NOT NUMERIC
021700              OR PC-STUDENT-ID = ZERO)
021800         MOVE 'N' TO WS-CARD-OK-SW
021900         MOVE 'STUDENT ID NOT NUMERIC'
022000             TO WS-REJECT-REASON
022100     END-IF
022200     IF WS-CARD-OK
022300         AND PC-TERM = SPACES
022400         MOVE 'N' TO WS-CARD-OK-SW
022500         MOVE 'TERM IS REQUIRED'
022600             TO WS-REJECT-REASON
022700     END-IF
022800     IF WS-CARD-OK
022900         AND (PC-AMOUNT NOT NUMERIC
023000              OR PC-AMOUNT = ZERO)
023100         MOVE 'N' TO WS-CARD-OK-SW
023200         MOVE 'AMOUNT NOT NUMERIC'
023300             TO WS-REJECT-REASON
023400     END-IF
023500     IF WS-CARD-OK
023600         AND PC-PAY-DATE NOT NUMERIC
023700         MOVE 'N' TO WS-CARD-OK-SW
023800         MOVE 'PAYMENT DATE NOT NUMERIC'
023900             TO WS-REJECT-REASON
024000     END-IF.
024100*=================================================================
024200*    2200-CHECK-THE-STUDENT - MUST BE ON THE TABLE; A RETIRED
024300*    STUDENT MAY STILL PAY OFF AN OLD BALANCE
024400*=================================================================
024500 2200-CHECK-THE-STUDENT.
024600     MOVE PC-STUDENT-ID TO WS-STUDENT-CHECK-ID
024700   EXEC SQL
024800     SELECT STATUS
024900       INTO :WS-STUDENT-STATUS
025000       FROM STUDENT
025100       WHERE STUDENT-ID = :WS-STUDENT-CHECK-ID
025200   END-EXEC
025300     EVALUATE TRUE
025400         WHEN SQLCODE = 100
025500             MOVE 'N' TO WS-CARD-OK-SW
025600             MOVE 'STUDENT NOT ON TABLE'
025700                 TO WS-REJECT-REASON
025800         WHEN SQLCODE NOT = 0
025900             MOVE 'N' TO WS-CARD-OK-SW
026000             MOVE 'STUDENT LOOKUP SQL ERROR'
026100                 TO WS-REJECT-REASON
026200             DISPLAY 'STUPAY: SQLCODE=' SQLCODE
026300         WHEN OTHER
026400             CONTINUE
026500     END-EVALUATE.
026600*=================================================================
026700*    2300-FETCH-ACCOUNT - THE TERM'S PAYMENTS BEFORE THIS CARD
026800*=================================================================
026900 2300-FETCH-ACCOUNT.
027000     MOVE 'N' TO WS-ROW-ON-TABLE-SW
027100     MOVE ZERO TO WS-BEFORE-PAYMENTS
027200     MOVE PC-STUDENT-ID TO WS-AC-STUDENT-ID
027300     MOVE PC-TERM       TO WS-AC-TERM
027400     MOVE PC-PAY-DATE   TO WS-AC-PAY-DATE
027500   EXEC SQL
027600     SELECT TERM-PAYMENTS
027700       INTO :WS-AC-PAYMENTS
027800       FROM STUACCT
027900       WHERE STUDENT-ID = :WS-AC-STUDENT-ID
028000         AND TERM = :WS-AC-TERM
028100   END-EXEC
028200     EVALUATE TRUE
028300         WHEN SQLCODE = 0
028400             MOVE 'Y' TO WS-ROW-ON-TABLE-SW
028500             MOVE WS-AC-PAYMENTS TO WS-BEFORE-PAYMENTS
028600         WHEN SQLCODE = 100
028700             CONTINUE
028800         WHEN OTHER
028900             MOVE 'N' TO WS-CARD-OK-SW
029000             MOVE 'ACCOUNT LOOKUP SQL ERROR'
029100                 TO WS-REJECT-REASON
029200             DISPLAY 'STUPAY: SQLCODE=' SQLCODE
029300     END-EVALUATE.
029400*=================================================================
029500*    2400-APPLY-PAYMENT - ADD TO THE ROW, OR OPEN IT
029600*=================================================================
029700 2400-APPLY-PAYMENT.
029800     COMPUTE WS-AC-PAYMENTS = WS-BEFORE-PAYMENTS + PC-AMOUNT
029900     IF WS-ROW-ON-TABLE
030000   EXEC SQL
030100     UPDATE STUACCT
030200       SET TERM-PAYMENTS = :WS-AC-PAYMENTS,
030300           LAST-PAY-DATE = :WS-AC-PAY-DATE
030400       WHERE STUDENT-ID = :WS-AC-STUDENT-ID
030500         AND TERM = :WS-AC-TERM
030600   END-EXEC
030700     ELSE
030800   EXEC SQL
030900     INSERT INTO STUACCT
031000       (STUDENT-ID, TERM, TERM-CHARGES, TERM-PAYMENTS,
031100        LAST-BILL-DATE, LAST-PAY-DATE)
031200       VALUES (:WS-AC-STUDENT-ID, :WS-AC-TERM, 0,
031300               :WS-AC-PAYMENTS, 0, :WS-AC-PAY-DATE)
031400   END-EXEC
031500     END-IF
031600     IF SQLCODE = 0
031700         ADD 1 TO WS-PAYMENTS-POSTED
031800         ADD PC-AMOUNT TO WS-AMOUNT-POSTED
031900         PERFORM 2800-WRITE-AUDIT-IMAGES
032000     ELSE
032100         MOVE 'N' TO WS-CARD-OK-SW
032200         MOVE 'PAYMENT POSTING FAILED'
032300             TO WS-REJECT-REASON
032400         DISPLAY 'STUPAY: POST SQLCODE=' SQLCODE
032500     END-IF.
032600*=================================================================
032700*    2500-APPLY-REVERSAL - ONLY AGAINST PAYMENTS ON FILE
032800*=================================================================
032900 2500-APPLY-REVERSAL.
033000     IF NOT WS-ROW-ON-TABLE
033100         OR PC-AMOUNT > WS-BEFORE-PAYMENTS
033200         MOVE 'N' TO WS-CARD-OK-SW
033300         MOVE 'REVERSAL OVER PAYMENTS'
033400             TO WS-REJECT-REASON
033500     ELSE
033600         COMPUTE WS-AC-PAYMENTS
033700             = WS-BEFORE-PAYMENTS - PC-AMOUNT
033800   EXEC SQL
033900     UPDATE STUACCT
034000       SET TERM-PAYMENTS = :WS-AC-PAYMENTS
034100       WHERE STUDENT-ID = :WS-AC-STUDENT-ID
034200         AND TERM = :WS-AC-TERM
034300   END-EXEC
034400         IF SQLCODE = 0
034500             ADD 1 TO WS-REVERSALS-POSTED
034600             ADD PC-AMOUNT TO WS-AMOUNT-REVERSED
034700             PERFORM 2800-WRITE-AUDIT-IMAGES
034800         ELSE
034900             MOVE 'N' TO WS-CARD-OK-SW
035000             MOVE 'REVERSAL POSTING FAILED'
035100                 TO WS-REJECT-REASON
035200             DISPLAY 'STUPAY: REVERSAL SQLCODE=' SQLCODE
035300         END-IF
035400     END-IF.
035500*=================================================================
035600*    2800-WRITE-AUDIT-IMAGES - BEFORE AND AFTER LINES IN THE
035700*    TCHMAINT TRANSACTION-LOG FORMAT
035800*=================================================================
035900 2800-WRITE-AUDIT-IMAGES.
036000     MOVE PC-STUDENT-ID TO WS-TXN-LOG-ID
036100     MOVE SQLCODE       TO WS-TXN-LOG-SQLCODE
036200     ACCEPT WS-TXN-LOG-DATE FROM DATE YYYYMMDD
036300     ACCEPT WS-TXN-LOG-TIME FROM TIME
036400     MOVE PC-TERM       TO WS-TXN-LOG-TERM
036500     MOVE PC-REFERENCE  TO WS-TXN-LOG-REFERENCE
036600     IF WS-ROW-ON-TABLE
036700         MOVE 'BEFORE    ' TO WS-TXN-LOG-RESULT
036800         MOVE WS-BEFORE-PAYMENTS TO WS-TXN-LOG-PAYMENTS
036900         WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL
037000     END-IF
037100     MOVE 'AFTER     ' TO WS-TXN-LOG-RESULT
037200     MOVE WS-AC-PAYMENTS TO WS-TXN-LOG-PAYMENTS
037300     WRITE TXN-LOG-LINE FROM WS-TXN-LOG-DETAIL.
037400*=================================================================
037500*    2900-WRITE-REGISTER-LINE
037600*=================================================================
037700 2900-WRITE-REGISTER-LINE.
037800     MOVE PC-TRANS-TYPE              TO RG-TRANS-TYPE
037900     MOVE PC-STUDENT-ID              TO RG-STUDENT-ID
038000     MOVE PC-TERM                    TO RG-TERM
038100     MOVE PC-PAY-DATE                TO RG-PAY-DATE
038200     MOVE PC-REFERENCE               TO RG-REFERENCE
038300     MOVE WS-REJECT-REASON           TO RG-REASON
038400     IF PC-AMOUNT NUMERIC
038500         MOVE PC-AMOUNT              TO RG-AMOUNT
038600     ELSE
038700         MOVE ZERO                   TO RG-AMOUNT
038800     END-IF
038900     IF WS-CARD-OK
039000         MOVE 'ACCEPTED'             TO RG-DISPOSITION
039100     ELSE
039200         ADD 1 TO WS-CARDS-REJECTED
039300         MOVE 'REJECTED'             TO RG-DISPOSITION
039400     END-IF
039500     WRITE PAYREG-LINE FROM WS-REGISTER-DETAIL
039600     ADD 1 TO WS-REGISTER-LINES.
039700*=================================================================
039800*    3000-TERMINATE
039900*=================================================================
040000 3000-TERMINATE.
040100   EXEC SQL
040200     COMMIT WORK
040300   END-EXEC
040400     CLOSE PAYCARD-FILE
040500     CLOSE TXN-LOG
040600     CLOSE PAYREG-RPT
040700     DISPLAY 'STUPAY: CARDS READ        = ' WS-CARDS-READ
040800     DISPLAY 'STUPAY: PAYMENTS POSTED   = ' WS-PAYMENTS-POSTED
040900     DISPLAY 'STUPAY: REVERSALS POSTED  = '
041000         WS-REVERSALS-POSTED
041100     DISPLAY 'STUPAY: CARDS REJECTED    = ' WS-CARDS-REJECTED
041200     DISPLAY 'STUPAY: AMOUNT POSTED     = ' WS-AMOUNT-POSTED
041300     DISPLAY 'STUPAY: AMOUNT REVERSED   = '
041400         WS-AMOUNT-REVERSED.
041500*=================================================================
041600*=================================================================
041700*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
041800*=================================================================
041900 9000-DISPLAY-VERSION-TRAILER.
042000     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='STUPAY -'==
042100                             ==:LINECOUNT:== BY
042200                                 WS-REGISTER-LINES.
