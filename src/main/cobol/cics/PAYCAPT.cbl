000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    PAYCAPT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - ONLINE LATE-FEE PAYMENT
001200*                   CAPTURE AT THE COUNTER WITH PRINTED RECEIPT.
001300*=================================================================
001400*  CICS CAPTURE TRANSACTION ON THE WOCAPTR PATTERN: COUNTER
001500*  STAFF KEY A LATE-FEE PAYMENT INTO MSGI IN PAYCARD COLUMNS -
001600*  CUSTOMER(6) AMOUNT(7, NO POINT) DATE(8) GIFT CERTIFICATE(6)
001700*  REGISTER(2) OPERATOR(3) TENDER(1) - AS THE CUSTOMER PAYS.
001800*  KEYED WITH NO AMOUNT THE SCREEN COMES BACK WITH THE RECVFILE
001900*  BALANCE DUE, OTHER CHARGES AND CREDIT ON ACCOUNT, AND THE
002000*  OPEN LATE FEES ON THE CUSTOMER'S RENTALS (COUNT, TOTAL AND
002100*  OLDEST DUE DATE) THROUGH THE RENTCAIX ALTERNATE INDEX.
002200*  KEYED WITH AN AMOUNT THE PAYMENT IS VALIDATED - TENDER BLANK
002300*  (CASH), B (BANK CARD) OR G (GIFT CERTIFICATE, WHICH MUST BE
002400*  ON GIFTFILE, ACTIVE, AND COVER THE AMOUNT) - QUEUED TO THE
002500*  PAYCAPQ TS QUEUE IN PAYCARD FORMAT, AND A RECEIPT IS STARTED
002600*  ON THE REGISTER'S COUNTER PRINTER (TERMINAL PR + REGISTER)
002700*  THROUGH THE PAYRCPT PRINT TRANSACTION.  THE RECEIPT NUMBER
002800*  (THE TASK NUMBER) RIDES IN PAYCARD COLUMNS 34-40, WHICH
002900*  PAYPOST DOES NOT READ.  PAYBRDG DRAINS THE QUEUE FOR THE
003000*  NIGHTLY PAYPOST RUN, SO THE HANDWRITTEN RECEIPT AND THE
003100*  DAYS-LATE PAYCARD DECK GO AWAY.
003200*=================================================================
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900*=================================================================
004000 COPY VERSTAMP.
004100 COPY CUSTREC.
004200 COPY RECVREC.
004300 COPY RENTREC.
004400 COPY GIFTREC.
004500 COPY OPRREC.
004600 COPY SECVLINE.
004700 COPY RCPTREC.
004800 COPY CICSMAP.
004900 01  WS-QUEUE-NAME                  PIC X(8)
005000     VALUE 'PAYCAPQ'.
005100 01  WS-SECV-TDQ-NAME               PIC X(4)
005200     VALUE 'SECV'.
005300 01  WS-PRINT-TRANSID               PIC X(4)
005400     VALUE 'PRCT'.
005500 01  WS-PRINTER-ID.
005600     05  FILLER                     PIC X(2) VALUE 'PR'.
005700     05  WS-PRINTER-REGISTER        PIC X(2).
005800 01  WS-CAPTURE-FIELDS.
005900     05  WS-ENTRY-CUSTOMER          PIC 9(6).
006000     05  WS-ENTRY-CUSTOMER-X REDEFINES WS-ENTRY-CUSTOMER
006100                                    PIC X(6).
006200     05  WS-ENTRY-AMOUNT            PIC 9(5)V99.
006300     05  WS-ENTRY-AMOUNT-X REDEFINES WS-ENTRY-AMOUNT
006400                                    PIC X(7).
006500     05  WS-ENTRY-GIFT              PIC 9(6).
006600     05  WS-ENTRY-GIFT-X REDEFINES WS-ENTRY-GIFT
006700                                    PIC X(6).
006800     05  WS-ENTRY-TENDER            PIC X(1).
006900         88  WS-TENDER-CASH         VALUE SPACE.
007000         88  WS-TENDER-BANK-CARD    VALUE 'B'.
007100         88  WS-TENDER-GIFT         VALUE 'G'.
007200     05  WS-RESPONSE                PIC S9(8) COMP.
007300     05  WS-ENTRY-LENGTH            PIC S9(4) COMP.
007400     05  WS-RECEIPT-LENGTH          PIC S9(4) COMP.
007500     05  WS-OPERATOR-OK-SW          PIC X(1).
007600         88  WS-OPERATOR-OK         VALUE 'Y'.
007700     05  WS-ACCOUNT-FOUND-SW        PIC X(1).
007800         88  WS-ACCOUNT-FOUND       VALUE 'Y'.
007900     05  WS-ENTRY-OK-SW             PIC X(1).
008000         88  WS-ENTRY-OK            VALUE 'Y'.
008100     05  WS-BROWSE-DONE-SW          PIC X(1).
008200         88  WS-BROWSE-DONE         VALUE 'Y'.
008300*=================================================================
008400*    THE CUSTOMER'S ACCOUNT AS SHOWN AND AS PRINTED
008500*=================================================================
008600 01  WS-ACCOUNT-FIELDS.
008700     05  WS-BALANCE-DUE             PIC 9(6)V99.
008800     05  WS-OTHER-CHARGES           PIC 9(5)V99.
008900     05  WS-CREDIT-BALANCE          PIC 9(6)V99.
009000     05  WS-FEE-COUNT               PIC 9(2).
009100     05  WS-FEE-TOTAL               PIC 9(6)V99.
009200     05  WS-OLDEST-DUE-DATE         PIC 9(8).
009300     05  WS-PAYMENT-AVAILABLE       PIC 9(7)V99.
009400     05  WS-BALANCE-AFTER           PIC 9(6)V99.
009500*=================================================================
009600*    QUEUED ENTRY - EXACTLY THE PAYCARD LAYOUT, SO THE BRIDGE
009700*    CAN DRAIN STRAIGHT INTO THE NIGHTLY CARD DATASET
009800*=================================================================
009900 01  WS-PAYMENT-ENTRY.
010000     05  WS-PY-CUSTOMER-ID          PIC X(6).
010100     05  WS-PY-AMOUNT               PIC X(7).
010200     05  WS-PY-PAYMENT-DATE         PIC X(8).
010300     05  WS-PY-GIFT-NUMBER          PIC X(6).
010400     05  WS-PY-REGISTER-ID          PIC X(2).
010500     05  WS-PY-OPERATOR-ID          PIC X(3).
010600     05  WS-PY-TENDER-TYPE          PIC X(1).
010700     05  WS-PY-RECEIPT-NUMBER       PIC 9(7).
010800     05  FILLER                     PIC X(40).
010900 01  WS-BALANCE-REPLY.
011000     05  FILLER                     PIC X(13)
011100         VALUE 'PAYCAPT: DUE='.
011200     05  WS-BR-BALANCE              PIC ZZZZ9.99.
011300     05  FILLER                     PIC X(6)  VALUE ' FEES='.
011400     05  WS-BR-FEE-COUNT            PIC Z9.
011500     05  FILLER                     PIC X(5)  VALUE ' TOT='.
011600     05  WS-BR-FEE-TOTAL            PIC ZZZZ9.99.
011700     05  FILLER                     PIC X(5)  VALUE ' OTH='.
011800     05  WS-BR-OTHER                PIC ZZZZ9.99.
011900     05  FILLER                     PIC X(6)  VALUE ' CRED='.
012000     05  WS-BR-CREDIT               PIC ZZZZ9.99.
012100     05  FILLER                     PIC X(8)  VALUE ' OLDEST='.
012200     05  WS-BR-OLDEST               PIC X(8).
012300     05  FILLER                     PIC X(15) VALUE SPACE.
012400 01  WS-QUEUED-REPLY.
012500     05  FILLER                     PIC X(26)
012600         VALUE 'PAYCAPT: QUEUED - RECEIPT '.
012700     05  WS-QR-RECEIPT              PIC 9(7).
012800     05  FILLER                     PIC X(6)  VALUE ' PAID='.
012900     05  WS-QR-AMOUNT               PIC ZZZZ9.99.
013000     05  FILLER                     PIC X(11) VALUE ' DUE AFTER='.
013100     05  WS-QR-BALANCE-AFTER        PIC ZZZZ9.99.
013200     05  FILLER                     PIC X(1)  VALUE SPACE.
013300     05  WS-QR-PRINT-NOTE           PIC X(33).
013400 01  WS-REPLY-TEXT                  PIC X(100).
013500 LINKAGE SECTION.
013600 01  DFHCOMMAREA.
013700     05  CA-LAST-ENTRY              PIC X(80).
013800 PROCEDURE DIVISION USING DFHCOMMAREA.
013900*=================================================================
014000 0000-MAINLINE.
014100     PERFORM 1000-RECEIVE-THE-ENTRY
014200     PERFORM 1500-CHECK-THE-OPERATOR
014300     IF WS-OPERATOR-OK
014400         PERFORM 2000-SHOW-THE-ACCOUNT
014500         IF WS-ACCOUNT-FOUND
014600             AND WS-PY-AMOUNT NOT = SPACES
014700             AND WS-PY-AMOUNT NOT = ZEROS
014800             PERFORM 2500-VALIDATE-THE-PAYMENT
014900             IF WS-ENTRY-OK
015000                 PERFORM 2700-WRITE-CAPTURE-QUEUE
015100                 PERFORM 2800-PRINT-THE-RECEIPT
015200             END-IF
015300         END-IF
015400     END-IF
015500     PERFORM 3000-SEND-THE-REPLY
015600     EXEC CICS RETURN
015700               TRANSID(EIBTRNID)
015800               COMMAREA(WS-PAYMENT-ENTRY)
015900               LENGTH(LENGTH OF WS-PAYMENT-ENTRY)
016000     END-EXEC.
016100*=================================================================
016200*    1000-RECEIVE-THE-ENTRY - MSGI CARRIES THE PAYCARD COLUMNS
016300*=================================================================
016400 1000-RECEIVE-THE-ENTRY.
016500     EXEC CICS RECEIVE MAP('SCRN1')
016600               MAPSET('SCRNSET')
016700               INTO(CICSMAPI)
016800     END-EXEC
016900     MOVE SPACES       TO WS-PAYMENT-ENTRY
017000     MOVE MSGI (1:6)   TO WS-PY-CUSTOMER-ID
017100     MOVE MSGI (7:7)   TO WS-PY-AMOUNT
017200     MOVE MSGI (14:8)  TO WS-PY-PAYMENT-DATE
017300     MOVE MSGI (22:6)  TO WS-PY-GIFT-NUMBER
017400     MOVE MSGI (28:2)  TO WS-PY-REGISTER-ID
017500     MOVE MSGI (30:3)  TO WS-PY-OPERATOR-ID
017600     MOVE MSGI (33:1)  TO WS-ENTRY-TENDER
017700     MOVE EIBTASKN     TO WS-PY-RECEIPT-NUMBER
017800     MOVE SPACES       TO WS-REPLY-TEXT.
017900*=================================================================
018000*    1500-CHECK-THE-OPERATOR - ON OPRFILE AND ACTIVE ON THE
018100*    PAYMENT DATE
018200*=================================================================
018300 1500-CHECK-THE-OPERATOR.
018400     MOVE 'N' TO WS-OPERATOR-OK-SW
018500     MOVE SPACES TO SV-REASON
018600     IF WS-PY-OPERATOR-ID = SPACES
018700         MOVE 'OPERATOR ID MISSING' TO SV-REASON
018800     ELSE
018900         EXEC CICS READ FILE('OPRFILE')
019000                   INTO(OPERATOR-RECORD)
019100                   RIDFLD(WS-PY-OPERATOR-ID)
019200                   RESP(WS-RESPONSE)
019300         END-EXEC
019400         IF WS-RESPONSE NOT = DFHRESP(NORMAL)
019500             MOVE 'OPERATOR NOT ON PROFILE FILE' TO SV-REASON
019600         ELSE
019700             IF WS-PY-PAYMENT-DATE < OPR-ACTIVE-FROM
019800                 OR (OPR-ACTIVE-TO > ZERO
019900                     AND WS-PY-PAYMENT-DATE > OPR-ACTIVE-TO)
020000                 MOVE 'OPERATOR NOT ACTIVE' TO SV-REASON
020100             END-IF
020200         END-IF
020300     END-IF
020400     IF SV-REASON = SPACES
020500         MOVE 'Y' TO WS-OPERATOR-OK-SW
020600     ELSE
020700         PERFORM 1600-LOG-OPERATOR-REFUSAL
020800         MOVE 'PAYCAPT: OPERATOR REFUSED - '
020900             TO WS-REPLY-TEXT (1:28)
021000         MOVE SV-REASON TO WS-REPLY-TEXT (29:30)
021100     END-IF.
021200*=================================================================
021300*    1600-LOG-OPERATOR-REFUSAL - SECVLINE TO THE SECV QUEUE, WHICH
021400*    OPRLIST PRINTS ON THE MONTHLY ACCESS LISTING
021500*=================================================================
021600 1600-LOG-OPERATOR-REFUSAL.
021700     MOVE WS-PY-PAYMENT-DATE         TO SV-DATE
021800     MOVE 'PAYCAPT'                  TO SV-SOURCE
021900     MOVE WS-PY-OPERATOR-ID          TO SV-OPERATOR-ID
022000     MOVE SPACE                      TO SV-FUNCTION
022100     MOVE ZERO                       TO SV-AMOUNT
022200     IF WS-PY-AMOUNT NUMERIC
022300         MOVE WS-PY-AMOUNT           TO WS-ENTRY-AMOUNT-X
022400         MOVE WS-ENTRY-AMOUNT        TO SV-AMOUNT
022500     END-IF
022600     MOVE SPACES                     TO SV-ITEM-KEY
022700     MOVE WS-PY-CUSTOMER-ID          TO SV-ITEM-KEY (1:6)
022800     MOVE LENGTH OF SECURITY-VIOLATION-LINE TO WS-ENTRY-LENGTH
022900     EXEC CICS WRITEQ TD
023000               QUEUE(WS-SECV-TDQ-NAME)
023100               FROM(SECURITY-VIOLATION-LINE)
023200               LENGTH(WS-ENTRY-LENGTH)
023300     END-EXEC.
023400*=================================================================
023500*    2000-SHOW-THE-ACCOUNT - CUSTOMER ON FILE, THE RECVFILE
023600*    BALANCE, AND THE OPEN LATE FEES
023700*=================================================================
023800 2000-SHOW-THE-ACCOUNT.
023900     MOVE 'N' TO WS-ACCOUNT-FOUND-SW
024000     IF WS-PY-CUSTOMER-ID NOT NUMERIC
024100         MOVE 'PAYCAPT: CUSTOMER-ID NOT NUMERIC'
024200             TO WS-REPLY-TEXT
024300     ELSE
024400         MOVE WS-PY-CUSTOMER-ID TO WS-ENTRY-CUSTOMER-X
024500         EXEC CICS READ FILE('CUSTFILE')
024600                   INTO(CUSTOMER-RECORD)
024700                   RIDFLD(WS-ENTRY-CUSTOMER)
024800                   RESP(WS-RESPONSE)
024900         END-EXEC
025000         IF WS-RESPONSE NOT = DFHRESP(NORMAL)
025100             MOVE 'PAYCAPT: CUSTOMER-ID NOT ON FILE'
025200                 TO WS-REPLY-TEXT
025300         ELSE
025400             MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
025500             PERFORM 2100-READ-THE-BALANCE
025600             PERFORM 2200-BROWSE-OPEN-FEES
025700             MOVE WS-BALANCE-DUE     TO WS-BR-BALANCE
025800             MOVE WS-FEE-COUNT       TO WS-BR-FEE-COUNT
025900             MOVE WS-FEE-TOTAL       TO WS-BR-FEE-TOTAL
026000             MOVE WS-OTHER-CHARGES   TO WS-BR-OTHER
026100             MOVE WS-CREDIT-BALANCE  TO WS-BR-CREDIT
026200             IF WS-FEE-COUNT > ZERO
026300                 MOVE WS-OLDEST-DUE-DATE TO WS-BR-OLDEST
026400             ELSE
026500                 MOVE SPACES         TO WS-BR-OLDEST
026600             END-IF
026700             MOVE WS-BALANCE-REPLY   TO WS-REPLY-TEXT
026800         END-IF
026900     END-IF.
027000*=================================================================
027100*    2100-READ-THE-BALANCE - NO RECVFILE RECORD IS A ZERO
027200*    BALANCE; PAYPOST OPENS ONE WHEN THE PAYMENT POSTS
027300*=================================================================
027400 2100-READ-THE-BALANCE.
027500     MOVE ZERO TO WS-BALANCE-DUE
027600     MOVE ZERO TO WS-OTHER-CHARGES
027700     MOVE ZERO TO WS-CREDIT-BALANCE
027800     EXEC CICS READ FILE('RECVFILE')
027900               INTO(RECV-RECORD)
028000               RIDFLD(WS-ENTRY-CUSTOMER)
028100               RESP(WS-RESPONSE)
028200     END-EXEC
028300     IF WS-RESPONSE = DFHRESP(NORMAL)
028400         MOVE RECV-BALANCE-DUE    TO WS-BALANCE-DUE
028500         MOVE RECV-OTHER-CHARGES  TO WS-OTHER-CHARGES
028600         MOVE RECV-CREDIT-BALANCE TO WS-CREDIT-BALANCE
028700     END-IF.
028800*=================================================================
028900*    2200-BROWSE-OPEN-FEES - WALK THE CUSTOMER'S RENTALS
029000*    THROUGH THE RENTAL-CUSTOMER-ID ALTERNATE INDEX, COUNTING
029100*    THE ONES STILL CARRYING A LATE FEE
029200*=================================================================
029300 2200-BROWSE-OPEN-FEES.
029400     MOVE 'N' TO WS-BROWSE-DONE-SW
029500     MOVE ZERO TO WS-FEE-COUNT
029600     MOVE ZERO TO WS-FEE-TOTAL
029700     MOVE 99999999 TO WS-OLDEST-DUE-DATE
029800     MOVE WS-ENTRY-CUSTOMER TO RENTAL-CUSTOMER-ID
029900     EXEC CICS STARTBR FILE('RENTCAIX')
030000               RIDFLD(RENTAL-CUSTOMER-ID)
030100               RESP(WS-RESPONSE)
030200     END-EXEC
030300     IF WS-RESPONSE NOT = DFHRESP(NORMAL)
030400         MOVE 'Y' TO WS-BROWSE-DONE-SW
030500     END-IF
030600     PERFORM 2210-READ-ONE-RENTAL
030700         UNTIL WS-BROWSE-DONE
030800     EXEC CICS ENDBR FILE('RENTCAIX')
030900               RESP(WS-RESPONSE)
031000     END-EXEC.
031200*=================================================================
031300*    2210-READ-ONE-RENTAL
031400*=================================================================
031500 2210-READ-ONE-RENTAL.
031600     EXEC CICS READNEXT FILE('RENTCAIX')
031700               INTO(RENTAL-RECORD)
031800               RIDFLD(RENTAL-CUSTOMER-ID)
031900               RESP(WS-RESPONSE)
032000     END-EXEC
032100     IF WS-RESPONSE NOT = DFHRESP(NORMAL)
032200         MOVE 'Y' TO WS-BROWSE-DONE-SW
032300     ELSE
032400         IF RENTAL-CUSTOMER-ID NOT = WS-ENTRY-CUSTOMER
032500             MOVE 'Y' TO WS-BROWSE-DONE-SW
032600         ELSE
032700             IF RENTAL-LATE-FEE > ZERO
032800                 AND WS-FEE-COUNT < 99
032900                 ADD 1 TO WS-FEE-COUNT
033000                 ADD RENTAL-LATE-FEE TO WS-FEE-TOTAL
033100                 IF RENTAL-DUE-DATE < WS-OLDEST-DUE-DATE
033200                     MOVE RENTAL-DUE-DATE
033300                         TO WS-OLDEST-DUE-DATE
033400                 END-IF
033500             END-IF
033600         END-IF
033700     END-IF.
033800*=================================================================
033900*    2500-VALIDATE-THE-PAYMENT - AMOUNT, DATE, REGISTER, AND
034000*    TENDER; A GIFT CERTIFICATE MUST COVER THE AMOUNT
034100*=================================================================
034200 2500-VALIDATE-THE-PAYMENT.
034300     MOVE 'N' TO WS-ENTRY-OK-SW
034400     IF WS-PY-AMOUNT NOT NUMERIC
034500         MOVE 'PAYCAPT: AMOUNT NOT NUMERIC' TO WS-REPLY-TEXT
034600     ELSE
034700         IF WS-PY-PAYMENT-DATE NOT NUMERIC
034800             MOVE 'PAYCAPT: PAYMENT DATE NOT NUMERIC'
034900                 TO WS-REPLY-TEXT
035000         ELSE
035100             IF WS-PY-REGISTER-ID NOT NUMERIC
035200                 MOVE 'PAYCAPT: REGISTER ID NOT NUMERIC'
035300                     TO WS-REPLY-TEXT
035400             ELSE
035500                 PERFORM 2550-CHECK-THE-TENDER
035600             END-IF
035700         END-IF
035800     END-IF.
035900*=================================================================
036000*    2550-CHECK-THE-TENDER - PAYPOST KNOWS A GIFT TENDER BY THE
036100*    CERTIFICATE NUMBER, SO THE QUEUED CARD CARRIES A BLANK
036200*    TENDER COLUMN FOR IT
036300*=================================================================
036400 2550-CHECK-THE-TENDER.
036500     MOVE WS-PY-AMOUNT TO WS-ENTRY-AMOUNT-X
036600     EVALUATE TRUE
036700         WHEN WS-TENDER-CASH
036800         WHEN WS-TENDER-BANK-CARD
036900             IF WS-PY-GIFT-NUMBER NOT = SPACES
037000                 AND WS-PY-GIFT-NUMBER NOT = ZEROS
037100                 MOVE 'PAYCAPT: GIFT CERT NEEDS TENDER G'
037200                     TO WS-REPLY-TEXT
037300             ELSE
037400                 MOVE ZEROS TO WS-PY-GIFT-NUMBER
037500                 MOVE WS-ENTRY-TENDER TO WS-PY-TENDER-TYPE
037600                 MOVE 'Y' TO WS-ENTRY-OK-SW
037700             END-IF
037800         WHEN WS-TENDER-GIFT
037900             PERFORM 2600-CHECK-THE-GIFT
038000         WHEN OTHER
038100             MOVE 'PAYCAPT: TENDER MUST BE BLANK, B OR G'
038200                 TO WS-REPLY-TEXT
038300     END-EVALUATE.
038400*=================================================================
038500*    2600-CHECK-THE-GIFT - ON GIFTFILE, ACTIVE, AND COVERING
038600*    THE AMOUNT.  PAYPOST CONSUMES THE BALANCE OVERNIGHT.
038700*=================================================================
038800 2600-CHECK-THE-GIFT.
038900     IF WS-PY-GIFT-NUMBER NOT NUMERIC
039000         OR WS-PY-GIFT-NUMBER = ZEROS
039100         MOVE 'PAYCAPT: GIFT CERT NUMBER INVALID'
039200             TO WS-REPLY-TEXT
039300     ELSE
039400         MOVE WS-PY-GIFT-NUMBER TO WS-ENTRY-GIFT-X
039500         EXEC CICS READ FILE('GIFTFILE')
039600                   INTO(GIFT-RECORD)
039700                   RIDFLD(WS-ENTRY-GIFT)
039800                   RESP(WS-RESPONSE)
039900         END-EXEC
040000         IF WS-RESPONSE NOT = DFHRESP(NORMAL)
040100             MOVE 'PAYCAPT: GIFT CERT NOT ON FILE'
040200                 TO WS-REPLY-TEXT
040300         ELSE
040400             IF NOT GIFT-ACTIVE
040500                 MOVE 'PAYCAPT: GIFT CERT NOT ACTIVE'
040600                     TO WS-REPLY-TEXT
040700             ELSE
040800                 IF GIFT-REMAINING-BALANCE < WS-ENTRY-AMOUNT
040900                     MOVE 'PAYCAPT: GIFT BALANCE INSUFFICIENT'
041000                         TO WS-REPLY-TEXT
041100                 ELSE
041200                     MOVE SPACE TO WS-PY-TENDER-TYPE
041300                     MOVE 'Y' TO WS-ENTRY-OK-SW
041400                 END-IF
041500             END-IF
041600         END-IF
041700     END-IF.
041800*=================================================================
041900*    2700-WRITE-CAPTURE-QUEUE - SAME TSQ SHAPE AS WOCAPTR
042000*=================================================================
042100 2700-WRITE-CAPTURE-QUEUE.
042200     MOVE LENGTH OF WS-PAYMENT-ENTRY TO WS-ENTRY-LENGTH
042300     EXEC CICS WRITEQ TS
042400               QUEUE(WS-QUEUE-NAME)
042500               FROM(WS-PAYMENT-ENTRY)
042600               LENGTH(WS-ENTRY-LENGTH)
042700     END-EXEC.
042800*=================================================================
042900*    2800-PRINT-THE-RECEIPT - START PAYRCPT ON THE REGISTER'S
043000*    COUNTER PRINTER.  THE BALANCE AFTER IS WHAT OVERNIGHT
043100*    POSTING WILL LEAVE, CREDIT ON ACCOUNT INCLUDED.  A PRINTER
043200*    THAT CANNOT BE STARTED DOES NOT UNDO THE QUEUED PAYMENT.
043300*=================================================================
043400 2800-PRINT-THE-RECEIPT.
043500     COMPUTE WS-PAYMENT-AVAILABLE =
043600         WS-ENTRY-AMOUNT + WS-CREDIT-BALANCE
043700     IF WS-PAYMENT-AVAILABLE >= WS-BALANCE-DUE
043800         MOVE ZERO TO WS-BALANCE-AFTER
043900     ELSE
044000         COMPUTE WS-BALANCE-AFTER =
044100             WS-BALANCE-DUE - WS-PAYMENT-AVAILABLE
044200     END-IF
044300     MOVE WS-PY-RECEIPT-NUMBER       TO RCPT-NUMBER
044400     MOVE WS-PY-PAYMENT-DATE         TO RCPT-DATE
044500     MOVE WS-PY-CUSTOMER-ID          TO RCPT-CUSTOMER-ID
044600     MOVE WS-PY-REGISTER-ID          TO RCPT-REGISTER-ID
044700     MOVE WS-PY-OPERATOR-ID          TO RCPT-OPERATOR-ID
044800     MOVE WS-ENTRY-AMOUNT            TO RCPT-AMOUNT
044900     EVALUATE TRUE
045000         WHEN WS-TENDER-BANK-CARD
045100             MOVE 'BANK CARD'        TO RCPT-TENDER
045200         WHEN WS-TENDER-GIFT
045300             MOVE SPACES             TO RCPT-TENDER
045400             MOVE 'GIFT CERTIFICATE' TO RCPT-TENDER (1:17)
045500             MOVE WS-PY-GIFT-NUMBER  TO RCPT-TENDER (18:6)
045600         WHEN OTHER
045700             MOVE 'CASH'             TO RCPT-TENDER
045800     END-EVALUATE
045900     MOVE WS-BALANCE-DUE             TO RCPT-BALANCE-BEFORE
046000     MOVE WS-BALANCE-AFTER           TO RCPT-BALANCE-AFTER
046100     MOVE WS-PY-REGISTER-ID          TO WS-PRINTER-REGISTER
046200     MOVE LENGTH OF PAY-RECEIPT      TO WS-RECEIPT-LENGTH
046300     EXEC CICS START TRANSID(WS-PRINT-TRANSID)
046400               TERMID(WS-PRINTER-ID)
046500               FROM(PAY-RECEIPT)
046600               LENGTH(WS-RECEIPT-LENGTH)
046700               RESP(WS-RESPONSE)
046800     END-EXEC
046900     MOVE WS-PY-RECEIPT-NUMBER       TO WS-QR-RECEIPT
047000     MOVE WS-ENTRY-AMOUNT            TO WS-QR-AMOUNT
047100     MOVE WS-BALANCE-AFTER           TO WS-QR-BALANCE-AFTER
047200     IF WS-RESPONSE = DFHRESP(NORMAL)
047300         MOVE SPACES                 TO WS-QR-PRINT-NOTE
047400     ELSE
047500         MOVE 'RECEIPT NOT PRINTED - WRITE ONE'
047600             TO WS-QR-PRINT-NOTE
047700     END-IF
047800     MOVE WS-QUEUED-REPLY            TO WS-REPLY-TEXT.
047900*=================================================================
048000*    3000-SEND-THE-REPLY
048100*=================================================================
048200 3000-SEND-THE-REPLY.
048300     MOVE WS-REPLY-TEXT TO MSGO
048400     EXEC CICS SEND MAP('SCRN1')
048500               MAPSET('SCRNSET')
048600               FROM(CICSMAPO)
048700     END-EXEC.
