000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    ESCHEAT.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - ANNUAL UNCLAIMED-PROPERTY
001200*                   RUN FOR DORMANT GIFT CERTIFICATES AND
001300*                   CUSTOMER CREDIT BALANCES.
001400*=================================================================
001500*  AGES THE STORED VALUE THE SHOP IS HOLDING FOR SOMEONE ELSE
001600*  AGAINST THE DORMANCY PERIOD (ESCHCTL COLUMNS 1-4, DEFAULT
001700*  1095 DAYS):
001800*    - A GIFTFILE CERTIFICATE STILL CARRYING A BALANCE WHOSE
001900*      LAST REDEMPTION (OR SALE, IF NEVER REDEEMED) IS BEFORE
002000*      THE CUT-OFF;
002100*    - A RECVFILE CREDIT BALANCE WHOSE LAST PAYMENT IS BEFORE
002200*      THE CUT-OFF AND WHOSE CUSTOMER HAS NO RENTAL LEFT ON
002300*      RENTFILE (A RENTAL THERE IS ACTIVITY WITHIN THE YEAR).
002400*  EACH DORMANT CREDIT BALANCE, AND EACH DORMANT CERTIFICATE
002500*  WHEN ESCHCTL COLUMN 6 IS R (THE DEFAULT), IS WRITTEN TO THE
002600*  ESCHHLD HOLDER REPORT IN THE STATE'S LAYOUT - HEADER, ONE
002700*  OWNER RECORD PER ITEM, TRAILER - WITH THE OWNER TAKEN FROM
002800*  CUSTFILE (THE CERTIFICATE'S PURCHASER; UNKNOWN WHEN THERE IS
002900*  NONE).  WHERE THE STATE EXEMPTS GIFT CERTIFICATES, COLUMN 6
003000*  IS B AND A DORMANT CERTIFICATE IS TAKEN TO BREAKAGE INCOME
003100*  INSTEAD OF BEING REPORTED.  THE HOLDER'S TAX ID IS ESCHCTL
003200*  COLUMNS 8-16.
003300*  EVERY ITEM IS ZEROED ON ITS MASTER FILE (A CERTIFICATE IS
003400*  MARKED UNCLAIMED), JOURNALLED TO CHGJRNL WITH THE BALANCE
003500*  REMOVED, AND LISTED ON THE ESCHREG REGISTER THAT GLJRNL
003600*  BOOKS: REMITTED CERTIFICATES DR 2300 / CR 2400, REMITTED
003700*  CREDIT BALANCES DR 2110 / CR 2400 UNCLAIMED PROPERTY
003800*  PAYABLE, AND BREAKAGE DR 2300 / CR 4300.  THE CHEQUE TO THE
003900*  STATE IS DRAWN AGAINST 2400 BY ACCOUNTS PAYABLE.
004000*=================================================================
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL GIFTFILE ASSIGN TO 'IDXGIFT'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS GIFT-NUMBER OF GIFT-RECORD
005100         FILE STATUS IS FC-GIFTFILE-STATUS.
005200     SELECT OPTIONAL RECVFILE ASSIGN TO 'IDXRECV'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS RECV-CUSTOMER-ID OF RECV-RECORD
005600         FILE STATUS IS FC-RECVFILE-STATUS.
005700     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
006100         FILE STATUS IS FC-CUSTFILE-STATUS.
006200     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
006600         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
006700            OF RENTAL-RECORD WITH DUPLICATES
006800         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
006900            OF RENTAL-RECORD WITH DUPLICATES
007000         FILE STATUS IS FC-RENTFILE-STATUS.
007100     SELECT OPTIONAL ESCHCTL-FILE ASSIGN TO 'ESCHCTL'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FC-ESCHCTL-STATUS.
007400     SELECT ESCHHLD-FILE ASSIGN TO 'ESCHHLD'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FC-ESCHHLD-STATUS.
007700     SELECT ESCHREG-RPT ASSIGN TO 'ESCHREG'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS FC-ESCHREG-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  GIFTFILE.
008300 COPY GIFTREC.
008400 FD  RECVFILE.
008500 COPY RECVREC.
008600 FD  CUSTFILE.
008700 COPY CUSTREC.
008800 FD  RENTFILE.
008900 COPY RENTREC.
009000 FD  ESCHCTL-FILE
009100     RECORD CONTAINS 80 CHARACTERS.
009200 01  ESCHCTL-CARD.
009300     05  EC-DORMANT-DAYS            PIC 9(4).
009400     05  FILLER                     PIC X(1).
009500     05  EC-GIFT-TREATMENT          PIC X(1).
009600         88  EC-GIFT-TREATMENT-VALID VALUE 'R' 'B'.
009700     05  FILLER                     PIC X(1).
009800     05  EC-HOLDER-TAX-ID           PIC X(9).
009900     05  FILLER                     PIC X(64).
010000 FD  ESCHHLD-FILE
010100     RECORD CONTAINS 120 CHARACTERS.
010200 01  ESCHHLD-RECORD                 PIC X(120).
010300 FD  ESCHREG-RPT
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  ESCHREG-LINE                   PIC X(80).
010600 WORKING-STORAGE SECTION.
010700*=================================================================
010800 COPY VERSTAMP.
010900 COPY REGCHKQ.
011000 COPY CALREQ.
011100 COPY CHGJRNQ.
011200 01  FC-STATUSES.
011300     05  FC-GIFTFILE-STATUS         PIC X(2).
011400     05  FC-RECVFILE-STATUS         PIC X(2).
011500     05  FC-CUSTFILE-STATUS         PIC X(2).
011600     05  FC-RENTFILE-STATUS         PIC X(2).
011700     05  FC-ESCHCTL-STATUS          PIC X(2).
011800     05  FC-ESCHHLD-STATUS          PIC X(2).
011900     05  FC-ESCHREG-STATUS          PIC X(2).
012000 01  WS-SWITCHES.
012100     05  WS-LOAD-EOF-SW             PIC X(1).
012200         88  WS-LOAD-EOF            VALUE 'Y'.
012300     05  WS-GIFTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
012400         88  WS-GIFTFILE-AVAILABLE  VALUE 'Y'.
012500     05  WS-RECVFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
012600         88  WS-RECVFILE-AVAILABLE  VALUE 'Y'.
012700     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
012800         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
012900     05  WS-RENTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
013000         88  WS-RENTFILE-AVAILABLE  VALUE 'Y'.
013100     05  WS-RENTAL-FOUND-SW         PIC X(1).
013200         88  WS-RENTAL-FOUND        VALUE 'Y'.
013300 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
013400 01  WS-DORMANT-DAYS                PIC 9(4) VALUE 1095.
013500 01  WS-DORMANT-CUTOFF              PIC 9(8).
013600 01  WS-GIFT-TREATMENT              PIC X(1) VALUE 'R'.
013700     88  WS-GIFT-REMIT              VALUE 'R'.
013800     88  WS-GIFT-BREAKAGE           VALUE 'B'.
013900 01  WS-LAST-ACTIVITY-DATE          PIC 9(8).
014000 01  WS-ITEM-AMOUNT                 PIC 9(7)V99.
014100 01  WS-OWNER-CUSTOMER-ID           PIC 9(6).
014200 01  WS-JOURNAL-AMOUNT              PIC ZZZZZZ9.99.
014300*=================================================================
014400*    NAUPA PROPERTY TYPE CODES USED ON THE HOLDER REPORT
014500*=================================================================
014600 01  WS-PROPERTY-CODES.
014700     05  WS-PROP-GIFT-CERT          PIC X(4) VALUE 'MS09'.
014800     05  WS-PROP-CREDIT-BAL         PIC X(4) VALUE 'MS05'.
014900 01  WS-COUNTERS.
015000     05  WS-GIFTS-READ              PIC 9(7) VALUE ZERO.
015100     05  WS-GIFTS-REMITTED          PIC 9(7) VALUE ZERO.
015200     05  WS-GIFTS-BROKEN            PIC 9(7) VALUE ZERO.
015300     05  WS-CREDITS-READ            PIC 9(7) VALUE ZERO.
015400     05  WS-CREDITS-REMITTED        PIC 9(7) VALUE ZERO.
015500     05  WS-CREDITS-ACTIVE          PIC 9(7) VALUE ZERO.
015600     05  WS-UPDATES-FAILED          PIC 9(7) VALUE ZERO.
015700     05  WS-OWNER-RECORDS           PIC 9(6) VALUE ZERO.
015800     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
015900 01  WS-TOTALS.
016000     05  WS-GIFT-REMIT-AMT          PIC 9(9)V99 VALUE ZERO.
016100     05  WS-GIFT-BREAKAGE-AMT       PIC 9(9)V99 VALUE ZERO.
016200     05  WS-CREDIT-REMIT-AMT        PIC 9(9)V99 VALUE ZERO.
016300     05  WS-REPORT-TOTAL-AMT        PIC 9(9)V99 VALUE ZERO.
016400*=================================================================
016500*    ESCHHLD - HOLDER REPORT: HEADER, OWNER RECORDS, TRAILER
016600*=================================================================
016700 01  WS-HOLDER-HEADER.
016800     05  HH-RECORD-TYPE             PIC X(1)  VALUE '1'.
016900     05  HH-HOLDER-TAX-ID           PIC X(9).
017000     05  HH-HOLDER-NAME             PIC X(40)
017100         VALUE 'MAIN-STREET-VIDEO'.
017200     05  HH-REPORT-YEAR             PIC 9(4).
017300     05  HH-REPORT-DATE             PIC 9(8).
017400     05  HH-DORMANT-CUTOFF          PIC 9(8).
017500     05  FILLER                     PIC X(50) VALUE SPACE.
017600 01  WS-HOLDER-OWNER.
017700     05  HO-RECORD-TYPE             PIC X(1)  VALUE '2'.
017800     05  HO-SEQUENCE                PIC 9(6).
017900     05  HO-PROPERTY-TYPE           PIC X(4).
018000     05  HO-PROPERTY-ID             PIC X(10).
018100     05  HO-OWNER-TYPE              PIC X(1).
018200         88  HO-OWNER-KNOWN         VALUE 'K'.
018300         88  HO-OWNER-UNKNOWN       VALUE 'U'.
018400     05  HO-OWNER-NAME              PIC X(30).
018500     05  HO-OWNER-ADDRESS           PIC X(40).
018600     05  HO-LAST-ACTIVITY-DATE      PIC 9(8).
018700     05  HO-AMOUNT                  PIC 9(7)V99.
018800     05  FILLER                     PIC X(11) VALUE SPACE.
018900 01  WS-HOLDER-TRAILER.
019000     05  HT-RECORD-TYPE             PIC X(1)  VALUE '9'.
019100     05  HT-OWNER-COUNT             PIC 9(6).
019200     05  HT-TOTAL-AMOUNT            PIC 9(9)V99.
019300     05  FILLER                     PIC X(102) VALUE SPACE.
019400*=================================================================
019500*    ESCHREG - TYPE IN COLUMN 2 (E CERTIFICATE REMITTED, C
019600*    CREDIT BALANCE REMITTED, B CERTIFICATE TO BREAKAGE), KEY
019700*    5-10, LAST ACTIVITY 13-20, AMOUNT 22-29 FOR GLJRNL
019800*=================================================================
019900 01  WS-REGISTER-DETAIL.
020000     05  FILLER                     PIC X(1)  VALUE SPACE.
020100     05  ER-TRANS-TYPE              PIC X(1).
020200     05  FILLER                     PIC X(2)  VALUE SPACE.
020300     05  ER-KEY                     PIC 9(6).
020400     05  FILLER                     PIC X(2)  VALUE SPACE.
020500     05  ER-LAST-ACTIVITY-DATE      PIC 9(8).
020600     05  FILLER                     PIC X(1)  VALUE SPACE.
020700     05  ER-AMOUNT                  PIC ZZZZ9.99.
020800     05  FILLER                     PIC X(2)  VALUE SPACE.
020900     05  ER-PROPERTY-TYPE           PIC X(4).
021000     05  FILLER                     PIC X(2)  VALUE SPACE.
021100     05  ER-DESCRIPTION             PIC X(30).
021200     05  FILLER                     PIC X(13) VALUE SPACE.
021300 01  WS-REGISTER-HEADING.
021400     05  FILLER                     PIC X(30)
021500         VALUE 'ESCHEAT - UNCLAIMED PROPERTY  '.
021600     05  FILLER                     PIC X(16)
021700         VALUE 'DORMANT BEFORE  '.
021800     05  RH-DORMANT-CUTOFF          PIC 9(8).
021900     05  FILLER                     PIC X(10) VALUE '  RUN DATE'.
022000     05  FILLER                     PIC X(1)  VALUE SPACE.
022100     05  RH-RUN-DATE                PIC 9(8).
022200     05  FILLER                     PIC X(7)  VALUE SPACE.
022300 PROCEDURE DIVISION.
022400*=================================================================
022500 0000-MAINLINE.
022600     PERFORM 0900-DISPLAY-VERSION-STAMP
022700     PERFORM 1000-INITIALIZE
022800     IF WS-GIFTFILE-AVAILABLE
022900         MOVE 'N' TO WS-LOAD-EOF-SW
023000         PERFORM 2000-AGE-ONE-CERTIFICATE
023100             UNTIL WS-LOAD-EOF
023200     END-IF
023300     IF WS-RECVFILE-AVAILABLE
023400         MOVE 'N' TO WS-LOAD-EOF-SW
023500         PERFORM 3000-AGE-ONE-CREDIT-BALANCE
023600             UNTIL WS-LOAD-EOF
023700     END-IF
023800     PERFORM 4000-TERMINATE
023900     PERFORM 9000-DISPLAY-VERSION-TRAILER
024000     STOP RUN.
024100*=================================================================
024200*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
024300*=================================================================
024400 0900-DISPLAY-VERSION-STAMP.
024500     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='ESCHEAT -'==
024600                             ==:PROGVERS:== BY =='Version 001'==.
024700*=================================================================
024800*    1000-INITIALIZE - CONTROL CARD, DORMANCY CUT-OFF, OPEN
024900*    FILES, HOLDER REPORT HEADER
025000*=================================================================
025100 1000-INITIALIZE.
025200     MOVE 'ESCHEAT' TO RCHK-CALLER
025300     CALL 'REGCHK' USING REGION-CHECK
025400     IF RCHK-MISMATCH
025500         DISPLAY 'ESCHEAT: REGION INTERLOCK - UPDATES REFUSED'
025600         MOVE 12 TO RETURN-CODE
025700         STOP RUN
025800     END-IF
025900     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
026000     MOVE SPACES TO HH-HOLDER-TAX-ID
026100     PERFORM 1050-LOAD-CONTROL-CARD
026200     MOVE 'S'                      TO CALR-FUNCTION
026300     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
026400     MOVE ZERO                     TO CALR-END-DATE
026500     MOVE WS-DORMANT-DAYS          TO CALR-DAYS
026600     CALL 'STORECAL' USING CALENDAR-REQUEST
026700     MOVE CALR-RESULT-DATE TO WS-DORMANT-CUTOFF
026800     OPEN I-O GIFTFILE
026900     IF FC-GIFTFILE-STATUS = '00'
027000         OR FC-GIFTFILE-STATUS = '05'
027100         MOVE 'Y' TO WS-GIFTFILE-AVAIL-SW
027200     ELSE
027300         DISPLAY 'ESCHEAT: UNABLE TO OPEN GIFTFILE, STATUS='
027400             FC-GIFTFILE-STATUS
027500     END-IF
027600     OPEN I-O RECVFILE
027700     IF FC-RECVFILE-STATUS = '00'
027800         OR FC-RECVFILE-STATUS = '05'
027900         MOVE 'Y' TO WS-RECVFILE-AVAIL-SW
028000     ELSE
028100         DISPLAY 'ESCHEAT: UNABLE TO OPEN RECVFILE, STATUS='
028200             FC-RECVFILE-STATUS
028300     END-IF
028400     OPEN INPUT CUSTFILE
028500     IF FC-CUSTFILE-STATUS = '00'
028600         OR FC-CUSTFILE-STATUS = '05'
028700         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
028800     END-IF
028900     OPEN INPUT RENTFILE
029000     IF FC-RENTFILE-STATUS = '00'
029100         OR FC-RENTFILE-STATUS = '05'
029200         MOVE 'Y' TO WS-RENTFILE-AVAIL-SW
029300     ELSE
029400         DISPLAY 'ESCHEAT: UNABLE TO OPEN RENTFILE, STATUS='
029500             FC-RENTFILE-STATUS
029600         DISPLAY 'ESCHEAT: CREDIT BALANCES NOT AGED THIS RUN'
029700         MOVE 'N' TO WS-RECVFILE-AVAIL-SW
029800     END-IF
029900     OPEN OUTPUT ESCHHLD-FILE
030000     OPEN OUTPUT ESCHREG-RPT
030100     IF NOT RCHK-IN-PROD
030200         WRITE ESCHREG-LINE FROM RCHK-WATERMARK
030300     END-IF
030400     MOVE WS-DORMANT-CUTOFF        TO RH-DORMANT-CUTOFF
030500     MOVE WS-CURRENT-DATE-YYYYMMDD TO RH-RUN-DATE
030600     WRITE ESCHREG-LINE FROM WS-REGISTER-HEADING
030700     MOVE WS-CURRENT-DATE-YYYYMMDD (1:4) TO HH-REPORT-YEAR
030800     MOVE WS-CURRENT-DATE-YYYYMMDD       TO HH-REPORT-DATE
030900     MOVE WS-DORMANT-CUTOFF              TO HH-DORMANT-CUTOFF
031000     WRITE ESCHHLD-RECORD FROM WS-HOLDER-HEADER
031100     MOVE 'ESCHEAT' TO CJRN-PROGRAM
031200     MOVE SPACES    TO CJRN-OPERATOR.
031300*=================================================================
031400*    1050-LOAD-CONTROL-CARD
031500*=================================================================
031600 1050-LOAD-CONTROL-CARD.
031700     OPEN INPUT ESCHCTL-FILE
031800     IF FC-ESCHCTL-STATUS = '00'
031900         READ ESCHCTL-FILE
032000             AT END
032100                 CONTINUE
032200             NOT AT END
032300                 IF EC-DORMANT-DAYS NUMERIC
032400                     AND EC-DORMANT-DAYS > ZERO
032500                     MOVE EC-DORMANT-DAYS TO WS-DORMANT-DAYS
032600                 END-IF
032700                 IF EC-GIFT-TREATMENT-VALID
032800                     MOVE EC-GIFT-TREATMENT
032900                         TO WS-GIFT-TREATMENT
033000                 END-IF
033100                 MOVE EC-HOLDER-TAX-ID TO HH-HOLDER-TAX-ID
033200         END-READ
033300     END-IF
033400     CLOSE ESCHCTL-FILE.
033500*=================================================================
033600*    2000-AGE-ONE-CERTIFICATE - A LIVE CERTIFICATE WITH MONEY ON
033700*    IT AND NO USE SINCE THE CUT-OFF IS REMITTED OR BROKEN
033800*=================================================================
033900 2000-AGE-ONE-CERTIFICATE.
034000     READ GIFTFILE NEXT RECORD
034100         AT END
034200             MOVE 'Y' TO WS-LOAD-EOF-SW
034300     END-READ
034400     IF NOT WS-LOAD-EOF
034500         ADD 1 TO WS-GIFTS-READ
034600         IF GIFT-LAST-REDEEM-DATE NUMERIC
034700             AND GIFT-LAST-REDEEM-DATE > ZERO
034800             MOVE GIFT-LAST-REDEEM-DATE TO WS-LAST-ACTIVITY-DATE
034900         ELSE
035000             MOVE GIFT-ISSUE-DATE       TO WS-LAST-ACTIVITY-DATE
035100         END-IF
035200         IF GIFT-ACTIVE
035300             AND GIFT-REMAINING-BALANCE > ZERO
035400             AND WS-LAST-ACTIVITY-DATE < WS-DORMANT-CUTOFF
035500             PERFORM 2100-CLOSE-CERTIFICATE
035600         END-IF
035700     END-IF.
035800*=================================================================
035900*    2100-CLOSE-CERTIFICATE - ZERO AND MARK UNCLAIMED, JOURNAL,
036000*    THEN REPORT TO THE STATE OR TAKE TO BREAKAGE
036100*=================================================================
036200 2100-CLOSE-CERTIFICATE.
036300     MOVE GIFT-REMAINING-BALANCE TO WS-ITEM-AMOUNT
036400     MOVE ZERO TO GIFT-REMAINING-BALANCE
036500     MOVE 'E'  TO GIFT-STATUS
036600     REWRITE GIFT-RECORD
036700         INVALID KEY
036800             ADD 1 TO WS-UPDATES-FAILED
036900             DISPLAY 'ESCHEAT: GIFTFILE REWRITE FAILED, CERT='
037000                 GIFT-NUMBER
037100         NOT INVALID KEY
037200             MOVE SPACES         TO CJRN-KEY
037300             MOVE GIFT-NUMBER    TO CJRN-KEY (1:6)
037400             MOVE 'GIFT-BALANCE' TO CJRN-FIELD
037500             MOVE WS-ITEM-AMOUNT TO WS-JOURNAL-AMOUNT
037600             MOVE WS-JOURNAL-AMOUNT TO CJRN-OLD-VALUE
037700             IF WS-GIFT-BREAKAGE
037800                 MOVE 'BREAKAGE'  TO CJRN-NEW-VALUE
037900             ELSE
038000                 MOVE 'ESCHEATED' TO CJRN-NEW-VALUE
038100             END-IF
038200             CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
038300             MOVE GIFT-NUMBER           TO ER-KEY
038400             MOVE WS-LAST-ACTIVITY-DATE TO ER-LAST-ACTIVITY-DATE
038500             MOVE WS-ITEM-AMOUNT        TO ER-AMOUNT
038600             MOVE WS-PROP-GIFT-CERT     TO ER-PROPERTY-TYPE
038700             IF WS-GIFT-BREAKAGE
038800                 MOVE 'B' TO ER-TRANS-TYPE
038900                 MOVE 'GIFT CERT TO BREAKAGE'
039000                     TO ER-DESCRIPTION
039100                 ADD 1 TO WS-GIFTS-BROKEN
039200                 ADD WS-ITEM-AMOUNT TO WS-GIFT-BREAKAGE-AMT
039300             ELSE
039400                 MOVE 'E' TO ER-TRANS-TYPE
039500                 MOVE 'GIFT CERT REMITTED TO STATE'
039600                     TO ER-DESCRIPTION
039700                 ADD 1 TO WS-GIFTS-REMITTED
039800                 ADD WS-ITEM-AMOUNT TO WS-GIFT-REMIT-AMT
039900                 MOVE ZERO TO WS-OWNER-CUSTOMER-ID
040000                 IF GIFT-PURCHASER-ID NUMERIC
040100                     MOVE GIFT-PURCHASER-ID
040200                         TO WS-OWNER-CUSTOMER-ID
040300                 END-IF
040400                 MOVE WS-PROP-GIFT-CERT TO HO-PROPERTY-TYPE
040500                 MOVE SPACES            TO HO-PROPERTY-ID
040600                 MOVE 'GC'              TO HO-PROPERTY-ID (1:2)
040700                 MOVE GIFT-NUMBER       TO HO-PROPERTY-ID (3:6)
040800                 PERFORM 5000-WRITE-OWNER-RECORD
040900             END-IF
041000             WRITE ESCHREG-LINE FROM WS-REGISTER-DETAIL
041100             ADD 1 TO WS-REGISTER-LINES
041200     END-REWRITE.
041300*=================================================================
041400*    3000-AGE-ONE-CREDIT-BALANCE - A CREDIT ON ACCOUNT WITH NO
041500*    PAYMENT SINCE THE CUT-OFF AND NO RENTAL ON FILE
041600*=================================================================
041700 3000-AGE-ONE-CREDIT-BALANCE.
041800     READ RECVFILE NEXT RECORD
041900         AT END
042000             MOVE 'Y' TO WS-LOAD-EOF-SW
042100     END-READ
042200     IF NOT WS-LOAD-EOF
042300         AND RECV-CREDIT-BALANCE > ZERO
042400         ADD 1 TO WS-CREDITS-READ
042500         MOVE RECV-LAST-PAYMENT-DATE TO WS-LAST-ACTIVITY-DATE
042600         IF WS-LAST-ACTIVITY-DATE < WS-DORMANT-CUTOFF
042700             PERFORM 3050-CHECK-RENTAL-ACTIVITY
042800             IF WS-RENTAL-FOUND
042900                 ADD 1 TO WS-CREDITS-ACTIVE
043000             ELSE
043100                 PERFORM 3100-CLOSE-CREDIT-BALANCE
043200             END-IF
043300         END-IF
043400     END-IF.
043500*=================================================================
043600*    3050-CHECK-RENTAL-ACTIVITY - ANY RENTAL ON RENTFILE FOR THE
043700*    CUSTOMER
043800*=================================================================
043900 3050-CHECK-RENTAL-ACTIVITY.
044000     MOVE 'N' TO WS-RENTAL-FOUND-SW
044100     MOVE RECV-CUSTOMER-ID TO RENTAL-CUSTOMER-ID
044200     START RENTFILE KEY IS EQUAL TO RENTAL-CUSTOMER-ID
044300         INVALID KEY
044400             CONTINUE
044500         NOT INVALID KEY
044600             MOVE 'Y' TO WS-RENTAL-FOUND-SW
044700     END-START.
044800*=================================================================
044900*    3100-CLOSE-CREDIT-BALANCE - ZERO, JOURNAL, REPORT, REGISTER
045000*=================================================================
045100 3100-CLOSE-CREDIT-BALANCE.
045200     MOVE RECV-CREDIT-BALANCE TO WS-ITEM-AMOUNT
045300     MOVE ZERO TO RECV-CREDIT-BALANCE
045400     REWRITE RECV-RECORD
045500         INVALID KEY
045600             ADD 1 TO WS-UPDATES-FAILED
045700             DISPLAY 'ESCHEAT: RECVFILE REWRITE FAILED, CUST='
045800                 RECV-CUSTOMER-ID
045900         NOT INVALID KEY
046000             MOVE SPACES           TO CJRN-KEY
046100             MOVE RECV-CUSTOMER-ID TO CJRN-KEY (1:6)
046200             MOVE 'CREDIT-BAL  '   TO CJRN-FIELD
046300             MOVE WS-ITEM-AMOUNT   TO WS-JOURNAL-AMOUNT
046400             MOVE WS-JOURNAL-AMOUNT TO CJRN-OLD-VALUE
046500             MOVE 'ESCHEATED'      TO CJRN-NEW-VALUE
046600             CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST
046700             ADD 1 TO WS-CREDITS-REMITTED
046800             ADD WS-ITEM-AMOUNT TO WS-CREDIT-REMIT-AMT
046900             MOVE RECV-CUSTOMER-ID  TO WS-OWNER-CUSTOMER-ID
047000             MOVE WS-PROP-CREDIT-BAL TO HO-PROPERTY-TYPE
047100             MOVE SPACES            TO HO-PROPERTY-ID
047200             MOVE 'CR'              TO HO-PROPERTY-ID (1:2)
047300             MOVE RECV-CUSTOMER-ID  TO HO-PROPERTY-ID (3:6)
047400             PERFORM 5000-WRITE-OWNER-RECORD
047500             MOVE 'C'                   TO ER-TRANS-TYPE
047600             MOVE RECV-CUSTOMER-ID      TO ER-KEY
047700             MOVE WS-LAST-ACTIVITY-DATE TO ER-LAST-ACTIVITY-DATE
047800             MOVE WS-ITEM-AMOUNT        TO ER-AMOUNT
047900             MOVE WS-PROP-CREDIT-BAL    TO ER-PROPERTY-TYPE
048000             MOVE 'CREDIT BALANCE REMITTED'
048100                 TO ER-DESCRIPTION
048200             WRITE ESCHREG-LINE FROM WS-REGISTER-DETAIL
048300             ADD 1 TO WS-REGISTER-LINES
048400     END-REWRITE.
048500*=================================================================
048600*    4000-TERMINATE - HOLDER REPORT TRAILER, CLOSE FILES,
048700*    DISPLAY RUN TOTALS
048800*=================================================================
048900 4000-TERMINATE.
049000     MOVE WS-OWNER-RECORDS    TO HT-OWNER-COUNT
049100     MOVE WS-REPORT-TOTAL-AMT TO HT-TOTAL-AMOUNT
049200     WRITE ESCHHLD-RECORD FROM WS-HOLDER-TRAILER
049300     IF WS-GIFTFILE-AVAILABLE
049400         CLOSE GIFTFILE
049500     END-IF
049600     CLOSE RECVFILE
049700     IF WS-CUSTFILE-AVAILABLE
049800         CLOSE CUSTFILE
049900     END-IF
050000     IF WS-RENTFILE-AVAILABLE
050100         CLOSE RENTFILE
050200     END-IF
050300     CLOSE ESCHHLD-FILE
050400     CLOSE ESCHREG-RPT
050500     DISPLAY 'ESCHEAT: DORMANCY CUT-OFF  = ' WS-DORMANT-CUTOFF
050600     DISPLAY 'ESCHEAT: GIFT TREATMENT    = ' WS-GIFT-TREATMENT
050700     DISPLAY 'ESCHEAT: CERTIFICATES READ = ' WS-GIFTS-READ
050800     DISPLAY 'ESCHEAT: CERTS REMITTED    = ' WS-GIFTS-REMITTED
050900     DISPLAY 'ESCHEAT: CERTS REMIT AMT   = ' WS-GIFT-REMIT-AMT
051000     DISPLAY 'ESCHEAT: CERTS TO BREAKAGE = ' WS-GIFTS-BROKEN
051100     DISPLAY 'ESCHEAT: BREAKAGE AMT      = ' WS-GIFT-BREAKAGE-AMT
051200     DISPLAY 'ESCHEAT: CREDIT BALANCES   = ' WS-CREDITS-READ
051300     DISPLAY 'ESCHEAT: CREDITS REMITTED  = ' WS-CREDITS-REMITTED
051400     DISPLAY 'ESCHEAT: CREDIT REMIT AMT  = ' WS-CREDIT-REMIT-AMT
051500     DISPLAY 'ESCHEAT: KEPT - RENTAL     = ' WS-CREDITS-ACTIVE
051600     DISPLAY 'ESCHEAT: OWNER RECORDS     = ' WS-OWNER-RECORDS
051700     DISPLAY 'ESCHEAT: REPORT TOTAL      = ' WS-REPORT-TOTAL-AMT
051800     DISPLAY 'ESCHEAT: UPDATES FAILED    = ' WS-UPDATES-FAILED.
051900*=================================================================
052000*    5000-WRITE-OWNER-RECORD - WS-OWNER-CUSTOMER-ID NAMES THE
052100*    OWNER (ZERO WHEN NOT KNOWN); PROPERTY FIELDS ARE SET
052200*=================================================================
052300 5000-WRITE-OWNER-RECORD.
052400     MOVE 'U'    TO HO-OWNER-TYPE
052500     MOVE 'UNKNOWN' TO HO-OWNER-NAME
052600     MOVE SPACES TO HO-OWNER-ADDRESS
052700     IF WS-OWNER-CUSTOMER-ID > ZERO
052800         AND WS-CUSTFILE-AVAILABLE
052900         MOVE WS-OWNER-CUSTOMER-ID TO CUSTOMER-ID
053000         READ CUSTFILE
053100             INVALID KEY
053200                 CONTINUE
053300             NOT INVALID KEY
053400                 MOVE 'K'              TO HO-OWNER-TYPE
053500                 MOVE CUSTOMER-NAME    TO HO-OWNER-NAME
053600                 MOVE CUSTOMER-ADDRESS TO HO-OWNER-ADDRESS
053700         END-READ
053800     END-IF
053900     ADD 1 TO WS-OWNER-RECORDS
054000     MOVE WS-OWNER-RECORDS      TO HO-SEQUENCE
054100     MOVE WS-LAST-ACTIVITY-DATE TO HO-LAST-ACTIVITY-DATE
054200     MOVE WS-ITEM-AMOUNT        TO HO-AMOUNT
054300     ADD WS-ITEM-AMOUNT TO WS-REPORT-TOTAL-AMT
054400     WRITE ESCHHLD-RECORD FROM WS-HOLDER-OWNER.
054500*=================================================================
054600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
054700*=================================================================
054800 9000-DISPLAY-VERSION-TRAILER.
054900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='ESCHEAT -'==
055000                             ==:LINECOUNT:== BY
055100                                 WS-REGISTER-LINES.
