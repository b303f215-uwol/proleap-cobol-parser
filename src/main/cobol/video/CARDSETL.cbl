000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    CARDSETL.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - CARD-PROCESSOR SETTLEMENT
001200*                   RECONCILIATION AND CHARGEBACK POSTING.
001300*=================================================================
001400*  MATCHES THE CARD PROCESSOR'S DAILY SETTLEMENT FILE AGAINST
001500*  THE BANK-CARD PAYMENTS PAYPOST STAMPED ON CASHREG (COLUMN 80
001600*  = B).  EACH SETTLED ITEM ('S') IS MATCHED TO ONE UNMATCHED
001700*  CASHREG CARD LINE OF THE SAME DATE, REGISTER, AND AMOUNT;
001800*  WHAT IS LEFT ON EITHER SIDE LISTS ON THE SETLREG REGISTER
001900*  ('U' SETTLED BUT NEVER POSTED, 'N' POSTED BUT NEVER
002000*  SETTLED).  A CHARGEBACK ('K') REVERSES THE DISPUTED PAYMENT
002100*  THE WAY NSFPROC REVERSES A RETURNED CHECK: THE PAYDTL DETAIL
002200*  FOR THE CUSTOMER AND PAYMENT DATE RESTORES EACH AMOUNT ONTO
002300*  ITS RENTAL'S FEE AND THE TOTAL GOES BACK ON THE RECVFILE
002400*  BALANCE.  THE PER-ITEM DISCOUNT FEES, CHARGEBACK FEES, AND
002500*  ANY PROCESSOR FEE RECORDS ('F') TOTAL TO ONE 'F' REGISTER
002600*  LINE.  GLJRNL BOOKS THE 'F' LINE DR 5200 / CR 1000 AND EACH
002700*  REVERSED CHARGEBACK ('K') DR 1200 / CR 1000.  ANY UNMATCHED
002800*  ITEM OR REJECTED CHARGEBACK ('R') ENDS THE RUN RC=4.
002900*=================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
004000         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
004100            OF RENTAL-RECORD WITH DUPLICATES
004200         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
004300            OF RENTAL-RECORD WITH DUPLICATES
004400         FILE STATUS IS FC-RENTFILE-STATUS.
004500     SELECT OPTIONAL RECVFILE ASSIGN TO 'IDXRECV'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS RECV-CUSTOMER-ID OF RECV-RECORD
004900         FILE STATUS IS FC-RECVFILE-STATUS.
005000     SELECT OPTIONAL PAYDTL-FILE ASSIGN TO 'PAYDTL'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FC-PAYDTL-STATUS.
005300     SELECT OPTIONAL CASHREG-IN ASSIGN TO 'CASHREG'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FC-CASHREG-STATUS.
005600     SELECT OPTIONAL SETLFILE ASSIGN TO 'SETLFILE'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FC-SETLFILE-STATUS.
005900     SELECT SETLREG-RPT ASSIGN TO 'SETLREG'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FC-SETLREG-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RENTFILE.
006500 COPY RENTREC.
006600 FD  RECVFILE.
006700 COPY RECVREC.
006800 FD  PAYDTL-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  PAYDTL-RECORD.
007100     05  PD-CUSTOMER-ID             PIC 9(6).
007200     05  FILLER                     PIC X(1).
007300     05  PD-PAYMENT-DATE            PIC 9(8).
007400     05  FILLER                     PIC X(1).
007500     05  PD-RENTAL-NUMBER           PIC 9(7).
007600     05  FILLER                     PIC X(1).
007700     05  PD-AMOUNT                  PIC 9(5)V99.
007800     05  FILLER                     PIC X(48).
007900 FD  CASHREG-IN
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  CASHREG-IN-LINE                PIC X(80).
008200 FD  SETLFILE
008300     RECORD CONTAINS 80 CHARACTERS.
008400 01  SETTLEMENT-RECORD.
008500     05  SR-RECORD-TYPE             PIC X(1).
008600         88  SR-SETTLED-ITEM        VALUE 'S'.
008700         88  SR-CHARGEBACK          VALUE 'K'.
008800         88  SR-PROCESSOR-FEE       VALUE 'F'.
008900     05  SR-TRANS-DATE              PIC 9(8).
009000     05  SR-REGISTER-ID             PIC 9(2).
009100     05  SR-AMOUNT                  PIC 9(5)V99.
009200     05  SR-FEE                     PIC 9(3)V99.
009300     05  SR-CUSTOMER-ID             PIC 9(6).
009400     05  SR-SETTLE-DATE             PIC 9(8).
009500     05  SR-REFERENCE               PIC X(12).
009600     05  FILLER                     PIC X(31).
009700 FD  SETLREG-RPT
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  SETLREG-LINE                   PIC X(80).
010000 WORKING-STORAGE SECTION.
010100*=================================================================
010200 COPY VERSTAMP.
010300 COPY REGCHKQ.
010400 COPY AFTJRNQ.
010500 01  FC-STATUSES.
010600     05  FC-RENTFILE-STATUS         PIC X(2).
010700     05  FC-RECVFILE-STATUS         PIC X(2).
010800     05  FC-PAYDTL-STATUS           PIC X(2).
010900     05  FC-CASHREG-STATUS          PIC X(2).
011000     05  FC-SETLFILE-STATUS         PIC X(2).
011100     05  FC-SETLREG-STATUS          PIC X(2).
011200 01  WS-SWITCHES.
011300     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
011400         88  WS-EOF                 VALUE 'Y'.
011500     05  WS-CASH-EOF-SW             PIC X(1) VALUE 'N'.
011600         88  WS-CASH-EOF            VALUE 'Y'.
011700     05  WS-DTL-EOF-SW              PIC X(1) VALUE 'N'.
011800         88  WS-DTL-EOF             VALUE 'Y'.
011900     05  WS-MASTERS-OPEN-SW         PIC X(1) VALUE 'Y'.
012000         88  WS-MASTERS-OPEN        VALUE 'Y'.
012100     05  WS-MATCH-FOUND-SW          PIC X(1).
012200         88  WS-MATCH-FOUND         VALUE 'Y'.
012300     05  WS-RECV-ON-FILE-SW         PIC X(1) VALUE 'N'.
012400         88  WS-RECV-ON-FILE        VALUE 'Y'.
012500 01  WS-AMOUNT-PARSE.
012600     05  WS-AMT-X                   PIC X(8).
012700     05  WS-AMT-WHOLE               PIC 9(5).
012800     05  WS-AMT-CENTS               PIC 9(2).
012900     05  WS-AMT-VALUE               PIC 9(7)V99.
013000*=================================================================
013100*    CASHREG BANK-CARD PAYMENTS AWAITING SETTLEMENT
013200*=================================================================
013300 01  WS-CARD-TABLE.
013400     05  WS-CARD-COUNT              PIC 9(4) VALUE ZERO.
013500     05  WS-CARD-ENTRY OCCURS 3000 TIMES.
013600         10  WS-CARD-CUSTOMER-ID    PIC 9(6).
013700         10  WS-CARD-DATE           PIC 9(8).
013800         10  WS-CARD-REGISTER       PIC 9(2).
013900         10  WS-CARD-AMOUNT         PIC 9(5)V99.
014000         10  WS-CARD-MATCHED-SW     PIC X(1).
014100             88  WS-CARD-MATCHED    VALUE 'Y'.
014200 01  WS-CARD-SUB                    PIC 9(4).
014300 01  WS-REJECT-REASON               PIC X(26).
014400 01  WS-REVERSED-TOTAL              PIC 9(6)V99.
014500 01  WS-COUNTERS.
014600     05  WS-CARD-LINES-LOADED       PIC 9(5) VALUE ZERO.
014700     05  WS-CARD-LINES-DROPPED      PIC 9(5) VALUE ZERO.
014800     05  WS-SETL-READ               PIC 9(5) VALUE ZERO.
014900     05  WS-ITEMS-MATCHED           PIC 9(5) VALUE ZERO.
015000     05  WS-SETTLED-UNMATCHED       PIC 9(5) VALUE ZERO.
015100     05  WS-POSTED-UNSETTLED        PIC 9(5) VALUE ZERO.
015200     05  WS-CHARGEBACKS-REVERSED    PIC 9(5) VALUE ZERO.
015300     05  WS-CHARGEBACKS-REJECTED    PIC 9(5) VALUE ZERO.
015400     05  WS-DETAILS-RESTORED        PIC 9(7) VALUE ZERO.
015500     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
015600 01  WS-TOTALS.
015700     05  WS-SETTLED-GROSS           PIC 9(9)V99 VALUE ZERO.
015800     05  WS-FEES-TOTAL              PIC 9(9)V99 VALUE ZERO.
015900     05  WS-CHARGEBACK-TOTAL        PIC 9(9)V99 VALUE ZERO.
016000     05  WS-REVERSED-GRAND          PIC 9(9)V99 VALUE ZERO.
016100*=================================================================
016200*    SETLREG - TYPE IN COLUMN 2, KEY 5-10, DATE 13-20, AMOUNT
016300*    22-29 (THE DEPREG COLUMNS GLJRNL READS), REGISTER 31-32
016400*=================================================================
016500 01  WS-REGISTER-DETAIL.
016600     05  FILLER                     PIC X(1)  VALUE SPACE.
016700     05  SG-TRANS-TYPE              PIC X(1).
016800     05  FILLER                     PIC X(2)  VALUE SPACE.
016900     05  SG-KEY                     PIC 9(6).
017000     05  FILLER                     PIC X(2)  VALUE SPACE.
017100     05  SG-TRANS-DATE              PIC 9(8).
017200     05  FILLER                     PIC X(1)  VALUE SPACE.
017300     05  SG-AMOUNT                  PIC ZZZZ9.99.
017400     05  FILLER                     PIC X(1)  VALUE SPACE.
017500     05  SG-REGISTER-ID             PIC 9(2).
017600     05  FILLER                     PIC X(2)  VALUE SPACE.
017700     05  SG-REFERENCE               PIC X(12).
017800     05  FILLER                     PIC X(2)  VALUE SPACE.
017900     05  SG-REASON                  PIC X(26).
018000     05  FILLER                     PIC X(12) VALUE SPACE.
018100 PROCEDURE DIVISION.
018200*=================================================================
018300 0000-MAINLINE.
018400     PERFORM 0900-DISPLAY-VERSION-STAMP
018500     PERFORM 1000-INITIALIZE
018600     PERFORM 1200-LOAD-ONE-CARD-PAYMENT
018700         UNTIL WS-CASH-EOF
018800     PERFORM 1100-READ-NEXT-SETTLEMENT
018900     PERFORM 2000-PROCESS-SETTLEMENT
019000         UNTIL WS-EOF
019100     MOVE ZERO TO WS-CARD-SUB
019200     PERFORM 3000-LIST-UNSETTLED-PAYMENT
019300         WS-CARD-COUNT TIMES
019400     PERFORM 4000-TERMINATE
019500     PERFORM 9000-DISPLAY-VERSION-TRAILER
019600     STOP RUN.
019700*=================================================================
019800*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
019900*=================================================================
020000 0900-DISPLAY-VERSION-STAMP.
020100     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='CARDSETL -'==
020200                             ==:PROGVERS:== BY =='Version 001'==.
020300*=================================================================
020400*    1000-INITIALIZE - OPEN FILES
020500*=================================================================
020600 1000-INITIALIZE.
020700     MOVE 'CARDSETL' TO RCHK-CALLER
020800     CALL 'REGCHK' USING REGION-CHECK
020900     IF RCHK-MISMATCH
021000         DISPLAY 'CARDSETL: REGION INTERLOCK - UPDATES REFUSED'
021100         MOVE 12 TO RETURN-CODE
021200         STOP RUN
021300     END-IF
021400     OPEN I-O RENTFILE
021500     IF FC-RENTFILE-STATUS NOT = '00'
021600         AND FC-RENTFILE-STATUS NOT = '05'
021700         DISPLAY 'CARDSETL: UNABLE TO OPEN RENTFILE, STATUS='
021800             FC-RENTFILE-STATUS
021900         MOVE 'N' TO WS-MASTERS-OPEN-SW
022000     END-IF
022100     OPEN I-O RECVFILE
022200     IF FC-RECVFILE-STATUS NOT = '00'
022300         AND FC-RECVFILE-STATUS NOT = '05'
022400         DISPLAY 'CARDSETL: UNABLE TO OPEN RECVFILE, STATUS='
022500             FC-RECVFILE-STATUS
022600         MOVE 'N' TO WS-MASTERS-OPEN-SW
022700     END-IF
022800     OPEN INPUT CASHREG-IN
022900     IF FC-CASHREG-STATUS NOT = '00'
023000         MOVE 'Y' TO WS-CASH-EOF-SW
023100     END-IF
023200     OPEN INPUT SETLFILE
023300     IF FC-SETLFILE-STATUS NOT = '00'
023400         MOVE 'Y' TO WS-EOF-SW
023500     END-IF
023600     OPEN OUTPUT SETLREG-RPT
023700     IF NOT RCHK-IN-PROD
023800         WRITE SETLREG-LINE FROM RCHK-WATERMARK
023900     END-IF.
024000*=================================================================
024100*    1100-READ-NEXT-SETTLEMENT
024200*=================================================================
024300 1100-READ-NEXT-SETTLEMENT.
024400     READ SETLFILE
024500         AT END
024600             MOVE 'Y' TO WS-EOF-SW
024700     END-READ
024800     IF NOT WS-EOF
024900         ADD 1 TO WS-SETL-READ
025000     END-IF.
025100*=================================================================
025200*    1200-LOAD-ONE-CARD-PAYMENT - CASHREG BANK-CARD LINES
025300*    (CUSTOMER IN COLUMNS 2-7, DATE 10-17, AMOUNT 20-27,
025400*    REGISTER 78-79, TENDER TYPE 80)
025500*=================================================================
025600 1200-LOAD-ONE-CARD-PAYMENT.
025700     READ CASHREG-IN
025800         AT END
025900             MOVE 'Y' TO WS-CASH-EOF-SW
026000     END-READ
026100     IF NOT WS-CASH-EOF
026200         AND CASHREG-IN-LINE (2:6) NUMERIC
026300         AND CASHREG-IN-LINE (80:1) = 'B'
026400         IF WS-CARD-COUNT < 3000
026500             ADD 1 TO WS-CARD-COUNT
026600             ADD 1 TO WS-CARD-LINES-LOADED
026700             MOVE CASHREG-IN-LINE (2:6)
026800                 TO WS-CARD-CUSTOMER-ID (WS-CARD-COUNT)
026900             MOVE CASHREG-IN-LINE (10:8)
027000                 TO WS-CARD-DATE (WS-CARD-COUNT)
027100             MOVE ZERO TO WS-CARD-REGISTER (WS-CARD-COUNT)
027200             IF CASHREG-IN-LINE (78:2) NUMERIC
027300                 MOVE CASHREG-IN-LINE (78:2)
027400                     TO WS-CARD-REGISTER (WS-CARD-COUNT)
027500             END-IF
027600             MOVE CASHREG-IN-LINE (20:8) TO WS-AMT-X
027700             PERFORM 8000-PARSE-EDITED-AMOUNT
027800             MOVE WS-AMT-VALUE TO WS-CARD-AMOUNT (WS-CARD-COUNT)
027900             MOVE 'N' TO WS-CARD-MATCHED-SW (WS-CARD-COUNT)
028000         ELSE
028100             ADD 1 TO WS-CARD-LINES-DROPPED
028200         END-IF
028300     END-IF.
028400*=================================================================
028500*    2000-PROCESS-SETTLEMENT - ONE PROCESSOR RECORD
028600*=================================================================
028700 2000-PROCESS-SETTLEMENT.
028800     MOVE SPACES TO WS-REJECT-REASON
028900     EVALUATE TRUE
029000         WHEN SR-SETTLED-ITEM
029100             PERFORM 2100-MATCH-SETTLED-ITEM
029200         WHEN SR-CHARGEBACK
029300             PERFORM 2300-PROCESS-CHARGEBACK
029400         WHEN SR-PROCESSOR-FEE
029500             IF SR-AMOUNT NUMERIC
029600                 ADD SR-AMOUNT TO WS-FEES-TOTAL
029700             END-IF
029800         WHEN OTHER
029900             CONTINUE
030000     END-EVALUATE
030100     PERFORM 1100-READ-NEXT-SETTLEMENT.
030200*=================================================================
030300*    2100-MATCH-SETTLED-ITEM - FIRST UNMATCHED CASHREG CARD
030400*    LINE WITH THE SAME DATE, REGISTER, AND AMOUNT
030500*=================================================================
030600 2100-MATCH-SETTLED-ITEM.
030700     IF SR-FEE NUMERIC
030800         ADD SR-FEE TO WS-FEES-TOTAL
030900     END-IF
031000     IF SR-AMOUNT NUMERIC
031100         ADD SR-AMOUNT TO WS-SETTLED-GROSS
031200     END-IF
031300     MOVE 'N' TO WS-MATCH-FOUND-SW
031400     MOVE ZERO TO WS-CARD-SUB
031500     PERFORM 2150-CHECK-ONE-CARD-LINE
031600         UNTIL WS-MATCH-FOUND
031700            OR WS-CARD-SUB NOT < WS-CARD-COUNT
031800     IF WS-MATCH-FOUND
031900         ADD 1 TO WS-ITEMS-MATCHED
032000     ELSE
032100         ADD 1 TO WS-SETTLED-UNMATCHED
032200         MOVE 'U'            TO SG-TRANS-TYPE
032300         MOVE ZERO           TO SG-KEY
032400         IF SR-CUSTOMER-ID NUMERIC
032500             MOVE SR-CUSTOMER-ID TO SG-KEY
032600         END-IF
032700         MOVE SR-TRANS-DATE  TO SG-TRANS-DATE
032800         MOVE SR-AMOUNT      TO SG-AMOUNT
032900         MOVE SR-REGISTER-ID TO SG-REGISTER-ID
033000         MOVE SR-REFERENCE   TO SG-REFERENCE
033100         MOVE 'SETTLED - NOT ON CASHREG' TO SG-REASON
033200         PERFORM 2900-WRITE-REGISTER-LINE
033300     END-IF.
033400*=================================================================
033500*    2150-CHECK-ONE-CARD-LINE
033600*=================================================================
033700 2150-CHECK-ONE-CARD-LINE.
033800     ADD 1 TO WS-CARD-SUB
033900     IF NOT WS-CARD-MATCHED (WS-CARD-SUB)
034000         AND WS-CARD-DATE (WS-CARD-SUB)     = SR-TRANS-DATE
034100         AND WS-CARD-REGISTER (WS-CARD-SUB) = SR-REGISTER-ID
034200         AND WS-CARD-AMOUNT (WS-CARD-SUB)   = SR-AMOUNT
034300         MOVE 'Y' TO WS-CARD-MATCHED-SW (WS-CARD-SUB)
034400         MOVE 'Y' TO WS-MATCH-FOUND-SW
034500     END-IF.
034600*=================================================================
034700*    2300-PROCESS-CHARGEBACK - REVERSE THE DISPUTED PAYMENT
034800*    FROM THE PAYDTL DETAIL, AS NSFPROC DOES A RETURNED CHECK
034900*=================================================================
035000 2300-PROCESS-CHARGEBACK.
035100     MOVE ZERO TO WS-REVERSED-TOTAL
035200     IF SR-FEE NUMERIC
035300         ADD SR-FEE TO WS-FEES-TOTAL
035400     END-IF
035500     IF SR-AMOUNT NUMERIC
035600         ADD SR-AMOUNT TO WS-CHARGEBACK-TOTAL
035700     END-IF
035800     IF SR-CUSTOMER-ID NOT NUMERIC
035900         OR SR-CUSTOMER-ID = ZERO
036000         MOVE 'CUSTOMER-ID NOT NUMERIC' TO WS-REJECT-REASON
036100     ELSE
036200         IF NOT WS-MASTERS-OPEN
036300             MOVE 'MASTER FILES NOT OPEN' TO WS-REJECT-REASON
036400         ELSE
036500             PERFORM 2400-RESTORE-FROM-PAYDTL
036600             IF WS-REVERSED-TOTAL = ZERO
036700                 MOVE 'NO APPLICATION ON FILE'
036800                     TO WS-REJECT-REASON
036900             ELSE
037000                 PERFORM 2600-CHARGE-RECEIVABLE
037100             END-IF
037200         END-IF
037300     END-IF
037400     MOVE SR-CUSTOMER-ID TO SG-KEY
037500     MOVE SR-TRANS-DATE  TO SG-TRANS-DATE
037600     MOVE SR-REGISTER-ID TO SG-REGISTER-ID
037700     MOVE SR-REFERENCE   TO SG-REFERENCE
037800     IF WS-REVERSED-TOTAL = ZERO
037900         ADD 1 TO WS-CHARGEBACKS-REJECTED
038000         MOVE 'R'            TO SG-TRANS-TYPE
038100         MOVE SR-AMOUNT      TO SG-AMOUNT
038200     ELSE
038300         ADD 1 TO WS-CHARGEBACKS-REVERSED
038400         ADD WS-REVERSED-TOTAL TO WS-REVERSED-GRAND
038500         MOVE 'K'            TO SG-TRANS-TYPE
038600         MOVE WS-REVERSED-TOTAL TO SG-AMOUNT
038700         IF WS-REVERSED-TOTAL NOT = SR-AMOUNT
038800             MOVE 'REVERSED NE CHARGEBACK'
038900                 TO WS-REJECT-REASON
039000         END-IF
039100     END-IF
039200     MOVE WS-REJECT-REASON TO SG-REASON
039300     PERFORM 2900-WRITE-REGISTER-LINE.
039400*=================================================================
039500*    2400-RESTORE-FROM-PAYDTL - WALK THE CUMULATIVE PAYMENT
039600*    DETAIL FILE FOR THIS CUSTOMER AND PAYMENT DATE
039700*=================================================================
039800 2400-RESTORE-FROM-PAYDTL.
039900     MOVE 'N' TO WS-DTL-EOF-SW
040000     OPEN INPUT PAYDTL-FILE
040100     IF FC-PAYDTL-STATUS NOT = '00'
040200         MOVE 'Y' TO WS-DTL-EOF-SW
040300     END-IF
040400     PERFORM 2450-CHECK-ONE-DETAIL
040500         UNTIL WS-DTL-EOF
040600     CLOSE PAYDTL-FILE.
040700*=================================================================
040800*    2450-CHECK-ONE-DETAIL
040900*=================================================================
041000 2450-CHECK-ONE-DETAIL.
041100     READ PAYDTL-FILE
041200         AT END
041300             MOVE 'Y' TO WS-DTL-EOF-SW
041400     END-READ
041500     IF NOT WS-DTL-EOF
041600         AND PD-CUSTOMER-ID = SR-CUSTOMER-ID
041700         AND PD-PAYMENT-DATE = SR-TRANS-DATE
041800         PERFORM 2500-RESTORE-ONE-RENTAL
041900     END-IF.
042000*=================================================================
042100*    2500-RESTORE-ONE-RENTAL
042200*=================================================================
042300 2500-RESTORE-ONE-RENTAL.
042400     MOVE PD-RENTAL-NUMBER TO RENTAL-NUMBER
042500     READ RENTFILE
042600         INVALID KEY
042700             DISPLAY 'CARDSETL: RENTAL NOT ON FILE='
042800                 PD-RENTAL-NUMBER
042900         NOT INVALID KEY
043000             ADD PD-AMOUNT TO RENTAL-LATE-FEE
043100             REWRITE RENTAL-RECORD
043200                 INVALID KEY
043300                     DISPLAY 'CARDSETL: RENTFILE REWRITE '
043400                         'FAILED=' RENTAL-NUMBER
043500                 NOT INVALID KEY
043600                     ADD PD-AMOUNT TO WS-REVERSED-TOTAL
043700                     ADD 1 TO WS-DETAILS-RESTORED
043800                     MOVE 'RW' TO AJRN-OPERATION
043900                     PERFORM 2870-JOURNAL-RENTAL-IMAGE
044000             END-REWRITE
044100     END-READ.
044200*=================================================================
044300*    2600-CHARGE-RECEIVABLE - THE REVERSED FEES GO BACK ONTO
044400*    THE CUSTOMER'S BALANCE
044500*=================================================================
044600 2600-CHARGE-RECEIVABLE.
044700     MOVE 'Y' TO WS-RECV-ON-FILE-SW
044800     MOVE SR-CUSTOMER-ID TO RECV-CUSTOMER-ID
044900     READ RECVFILE
045000         INVALID KEY
045100             MOVE 'N' TO WS-RECV-ON-FILE-SW
045200     END-READ
045300     IF WS-RECV-ON-FILE
045400         ADD WS-REVERSED-TOTAL TO RECV-BALANCE-DUE
045500         REWRITE RECV-RECORD
045600             INVALID KEY
045700                 DISPLAY 'CARDSETL: RECVFILE REWRITE FAILED='
045800                     RECV-CUSTOMER-ID
045900         END-REWRITE
046000     ELSE
046100         MOVE SR-CUSTOMER-ID         TO RECV-CUSTOMER-ID
046200         MOVE WS-REVERSED-TOTAL      TO RECV-BALANCE-DUE
046300         MOVE ZERO                   TO RECV-LAST-PAYMENT-DATE
046400         MOVE ZERO                   TO RECV-LAST-PAYMENT-AMT
046500         MOVE ZERO                   TO RECV-CREDIT-BALANCE
046600         MOVE SPACE                  TO RECV-PLACED-FLAG
046700         MOVE ZERO                   TO RECV-PLACED-DATE
046800         MOVE ZERO                   TO RECV-OTHER-CHARGES
046900         WRITE RECV-RECORD
047000             INVALID KEY
047100                 DISPLAY 'CARDSETL: RECVFILE WRITE FAILED='
047200                     RECV-CUSTOMER-ID
047300         END-WRITE
047400     END-IF.
047500*=================================================================
047600*    2870-JOURNAL-RENTAL-IMAGE - AFTER-IMAGE JOURNAL HOOK FOR
047700*    FORWARD RECOVERY (SEE AFTJRNL/FILROLL)
047800*=================================================================
047900 2870-JOURNAL-RENTAL-IMAGE.
048000     MOVE 'RENTFILE' TO AJRN-FILE-NAME
048100     MOVE SPACES TO AJRN-RECORD-IMAGE
048200     MOVE RENTAL-RECORD TO AJRN-RECORD-IMAGE
048300     CALL 'AFTJRNL' USING AFTER-IMAGE-REQUEST.
048400*=================================================================
048500*    2900-WRITE-REGISTER-LINE
048600*=================================================================
048700 2900-WRITE-REGISTER-LINE.
048800     WRITE SETLREG-LINE FROM WS-REGISTER-DETAIL
048900     ADD 1 TO WS-REGISTER-LINES.
049000*=================================================================
049100*    3000-LIST-UNSETTLED-PAYMENT - A CASHREG CARD PAYMENT THE
049200*    PROCESSOR NEVER PAID
049300*=================================================================
049400 3000-LIST-UNSETTLED-PAYMENT.
049500     ADD 1 TO WS-CARD-SUB
049600     IF NOT WS-CARD-MATCHED (WS-CARD-SUB)
049700         ADD 1 TO WS-POSTED-UNSETTLED
049800         MOVE 'N' TO SG-TRANS-TYPE
049900         MOVE WS-CARD-CUSTOMER-ID (WS-CARD-SUB) TO SG-KEY
050000         MOVE WS-CARD-DATE (WS-CARD-SUB)        TO SG-TRANS-DATE
050100         MOVE WS-CARD-AMOUNT (WS-CARD-SUB)      TO SG-AMOUNT
050200         MOVE WS-CARD-REGISTER (WS-CARD-SUB)    TO SG-REGISTER-ID
050300         MOVE SPACES                            TO SG-REFERENCE
050400         MOVE 'ON CASHREG - NOT SETTLED'        TO SG-REASON
050500         PERFORM 2900-WRITE-REGISTER-LINE
050600     END-IF.
050700*=================================================================
050800*    4000-TERMINATE - FEE LINE FOR GLJRNL, CLOSE FILES,
050900*    DISPLAY RUN TOTALS
051000*=================================================================
051100 4000-TERMINATE.
051200     IF WS-FEES-TOTAL > ZERO
051300         MOVE 'F'              TO SG-TRANS-TYPE
051400         MOVE ZERO             TO SG-KEY
051500         MOVE ZERO             TO SG-TRANS-DATE
051600         MOVE WS-FEES-TOTAL    TO SG-AMOUNT
051700         MOVE ZERO             TO SG-REGISTER-ID
051800         MOVE SPACES           TO SG-REFERENCE
051900         MOVE 'PROCESSOR FEES'  TO SG-REASON
052000         PERFORM 2900-WRITE-REGISTER-LINE
052100     END-IF
052200     IF WS-SETTLED-UNMATCHED > ZERO
052300         OR WS-POSTED-UNSETTLED > ZERO
052400         OR WS-CHARGEBACKS-REJECTED > ZERO
052500         OR WS-CARD-LINES-DROPPED > ZERO
052600         MOVE 4 TO RETURN-CODE
052700     END-IF
052800     CLOSE RENTFILE
052900     CLOSE RECVFILE
053000     CLOSE CASHREG-IN
053100     CLOSE SETLFILE
053200     CLOSE SETLREG-RPT
053300     DISPLAY 'CARDSETL: CARD PAYMENTS    = ' WS-CARD-LINES-LOADED
053400     DISPLAY 'CARDSETL: TABLE OVERFLOW   = '
053500         WS-CARD-LINES-DROPPED
053600     DISPLAY 'CARDSETL: SETTLEMENT READ  = ' WS-SETL-READ
053700     DISPLAY 'CARDSETL: ITEMS MATCHED    = ' WS-ITEMS-MATCHED
053800     DISPLAY 'CARDSETL: SETTLED GROSS    = ' WS-SETTLED-GROSS
053900     DISPLAY 'CARDSETL: SETTLED UNMATCHED= '
054000         WS-SETTLED-UNMATCHED
054100     DISPLAY 'CARDSETL: POSTED UNSETTLED = ' WS-POSTED-UNSETTLED
054200     DISPLAY 'CARDSETL: CHARGEBACKS      = ' WS-CHARGEBACK-TOTAL
054300     DISPLAY 'CARDSETL: CB REVERSED      = '
054400         WS-CHARGEBACKS-REVERSED
054500     DISPLAY 'CARDSETL: CB REJECTED      = '
054600         WS-CHARGEBACKS-REJECTED
054700     DISPLAY 'CARDSETL: DETAILS RESTORED = ' WS-DETAILS-RESTORED
054800     DISPLAY 'CARDSETL: PROCESSOR FEES   = ' WS-FEES-TOTAL.
054900*=================================================================
055000*    8000-PARSE-EDITED-AMOUNT - EDITED ZZZZ9.99 PRINT FIELD
055100*    BACK TO A NUMERIC VALUE
055200*=================================================================
055300 8000-PARSE-EDITED-AMOUNT.
055400     MOVE ZERO TO WS-AMT-VALUE
055500     INSPECT WS-AMT-X REPLACING ALL SPACE BY '0'
055600     IF WS-AMT-X (1:5) NUMERIC
055700         AND WS-AMT-X (7:2) NUMERIC
055800         MOVE WS-AMT-X (1:5) TO WS-AMT-WHOLE
055900         MOVE WS-AMT-X (7:2) TO WS-AMT-CENTS
056000         COMPUTE WS-AMT-VALUE =
056100             WS-AMT-WHOLE + (WS-AMT-CENTS / 100)
056200     ELSE
056300         IF WS-AMT-X (1:4) NUMERIC
056400             AND WS-AMT-X (6:2) NUMERIC
056500             MOVE WS-AMT-X (1:4) TO WS-AMT-WHOLE
056600             MOVE WS-AMT-X (6:2) TO WS-AMT-CENTS
056700             COMPUTE WS-AMT-VALUE =
056800                 WS-AMT-WHOLE + (WS-AMT-CENTS / 100)
056900         END-IF
057000     END-IF.
057100*=================================================================
057200*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
057300*=================================================================
057400 9000-DISPLAY-VERSION-TRAILER.
057500     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='CARDSETL -'==
057600                             ==:LINECOUNT:== BY
057700                                 WS-REGISTER-LINES.
