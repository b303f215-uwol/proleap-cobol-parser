000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    WINBACK.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY LAPSED-MEMBER
001200*                   WIN-BACK OFFERS WITH SINGLE-USE PROMO CODES.
001300*=================================================================
001400*  FINDS EVERY ACTIVE MEMBER WITH NO RENTAL IN RENTFILE OR THE
001500*  RENTHIST ARCHIVE FOR THE LAPSE PERIOD (WINBCTL COLUMNS 1-3,
001600*  DEFAULT 090 DAYS) AND ISSUES EACH ONE A SINGLE-USE PROMO
001700*  CODE BOUND TO THE MEMBER: A RATEMNT 'P' ADD CARD ON WBCARDS
001800*  (DISCOUNT COLUMNS 5-6, DEFAULT 20 PERCENT; VALID FOR COLUMNS
001900*  8-10, DEFAULT 030 DAYS), A MAILING RECORD ON WBMAIL FOR THE
002000*  MAIL HOUSE, AND A LINE ON THE WBCAMP CAMPAIGN REGISTER THAT
002100*  WINRPT READS BACK AGAINST PROMOREG.  CODES ARE THE PREFIX
002200*  LETTER (COLUMN 12, DEFAULT W) AND A FIVE-DIGIT SEQUENCE THAT
002300*  CONTINUES PAST THE HIGHEST ONE ON THE PROMO TABLE OR ON THE
002400*  EARLIER REGISTER GENERATIONS (WBCAMPIN), SO A CODE IS NEVER
002500*  REISSUED.  THE SAME DECK EXPIRES SINGLE-USE ROWS WHOSE OFFER
002600*  HAS RUN OUT SO THEY DO NOT FILL THE TABLE.  MEMBERS WHO
002700*  REFUSE MAIL OR TAKE THE STATEMENT ONLY, SUBSCRIBERS (NO
002800*  PER-RENTAL CHARGE TO DISCOUNT) AND MEMBERS STILL HOLDING A
002900*  LIVE OFFER ARE PASSED OVER AND COUNTED.  RENTFILE, RENTHIST
003000*  AND CUSTFILE ARE MERGED ON CUSTOMER THROUGH A SORT.
003100*=================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
004200         FILE STATUS IS FC-CUSTFILE-STATUS.
004300     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
004700         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
004800            OF RENTAL-RECORD WITH DUPLICATES
004900         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
005000            OF RENTAL-RECORD WITH DUPLICATES
005100         FILE STATUS IS FC-RENTFILE-STATUS.
005200     SELECT OPTIONAL RENTHIST-IN ASSIGN TO 'RENTHIST'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FC-RENTHIST-STATUS.
005500     SELECT OPTIONAL PROMO-FILE ASSIGN TO 'PROMO'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FC-PROMO-STATUS.
005800     SELECT OPTIONAL WBCAMP-IN ASSIGN TO 'WBCAMPIN'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FC-WBCAMPIN-STATUS.
006100     SELECT OPTIONAL WINBCTL-FILE ASSIGN TO 'WINBCTL'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FC-WINBCTL-STATUS.
006400     SELECT SORT-WORK ASSIGN TO 'SORTWK01'.
006500     SELECT WBCARDS-FILE ASSIGN TO 'WBCARDS'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FC-WBCARDS-STATUS.
006800     SELECT WBMAIL-FILE ASSIGN TO 'WBMAIL'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FC-WBMAIL-STATUS.
007100     SELECT WBCAMP-RPT ASSIGN TO 'WBCAMP'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FC-WBCAMP-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CUSTFILE.
007700 COPY CUSTREC.
007800 FD  RENTFILE.
007900 COPY RENTREC.
008000 FD  RENTHIST-IN
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  RENTHIST-IN-LINE.
008300     05  RH-RENTAL-NUMBER           PIC 9(7).
008400     05  FILLER                     PIC X(1).
008500     05  RH-VIDEO-CODE              PIC 9(5).
008600     05  FILLER                     PIC X(1).
008700     05  RH-CUSTOMER-ID             PIC 9(6).
008800     05  FILLER                     PIC X(1).
008900     05  RH-CHECKOUT-DATE           PIC 9(8).
009000     05  FILLER                     PIC X(51).
009100 FD  PROMO-FILE
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  PROMO-ROW.
009400     05  PM-CODE                    PIC X(6).
009500     05  PM-EFFECT-DATE             PIC 9(8).
009600     05  PM-EXPIRE-DATE             PIC 9(8).
009700     05  PM-DISCOUNT-PCT            PIC 9(2).
009800     05  PM-CUSTOMER-ID             PIC 9(6).
009900     05  PM-USED-DATE               PIC 9(8).
010000     05  FILLER                     PIC X(42).
010100 FD  WBCAMP-IN
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  WBCAMP-IN-LINE.
010400     05  FILLER                     PIC X(1).
010500     05  CI-PROMO-CODE              PIC X(6).
010600     05  FILLER                     PIC X(73).
010700 FD  WINBCTL-FILE
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  WINBCTL-CARD.
011000     05  WC-LAPSE-DAYS              PIC 9(3).
011100     05  FILLER                     PIC X(1).
011200     05  WC-DISCOUNT-PCT            PIC 9(2).
011300     05  FILLER                     PIC X(1).
011400     05  WC-VALID-DAYS              PIC 9(3).
011500     05  FILLER                     PIC X(1).
011600     05  WC-CODE-PREFIX             PIC X(1).
011700     05  FILLER                     PIC X(68).
011800 SD  SORT-WORK.
011900 01  SORT-RECORD.
012000     05  SR-CUSTOMER-ID             PIC 9(6).
012100     05  SR-SOURCE                  PIC X(1).
012200         88  SR-FROM-CUSTFILE       VALUE 'C'.
012300     05  SR-ACTIVITY-DATE           PIC 9(8).
012400 FD  WBCARDS-FILE
012500     RECORD CONTAINS 80 CHARACTERS.
012600 01  WBCARDS-CARD                   PIC X(80).
012700 FD  WBMAIL-FILE
012800     RECORD CONTAINS 100 CHARACTERS.
012900 01  WBMAIL-RECORD                  PIC X(100).
013000 FD  WBCAMP-RPT
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  WBCAMP-RPT-LINE                PIC X(80).
013300 WORKING-STORAGE SECTION.
013400*=================================================================
013500 COPY VERSTAMP.
013600 COPY REGCHKQ.
013700 COPY CALREQ.
013800 COPY WBCAMP.
013900 01  FC-STATUSES.
014000     05  FC-CUSTFILE-STATUS         PIC X(2).
014100     05  FC-RENTFILE-STATUS         PIC X(2).
014200     05  FC-RENTHIST-STATUS         PIC X(2).
014300     05  FC-PROMO-STATUS            PIC X(2).
014400     05  FC-WBCAMPIN-STATUS         PIC X(2).
014500     05  FC-WINBCTL-STATUS          PIC X(2).
014600     05  FC-WBCARDS-STATUS          PIC X(2).
014700     05  FC-WBMAIL-STATUS           PIC X(2).
014800     05  FC-WBCAMP-STATUS           PIC X(2).
014900 01  WS-SWITCHES.
015000     05  WS-LOAD-EOF-SW             PIC X(1).
015100         88  WS-LOAD-EOF            VALUE 'Y'.
015200     05  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
015300         88  WS-SORT-EOF            VALUE 'Y'.
015400     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
015500         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
015600     05  WS-RENTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
015700         88  WS-RENTFILE-AVAILABLE  VALUE 'Y'.
015800     05  WS-ELIGIBLE-SW             PIC X(1).
015900         88  WS-ELIGIBLE            VALUE 'Y'.
016000     05  WS-LIVE-OFFER-SW           PIC X(1).
016100         88  WS-HOLDS-LIVE-OFFER    VALUE 'Y'.
016200 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
016300 01  WS-CUTOFF-DATE                 PIC 9(8).
016400 01  WS-OFFER-EXPIRE-DATE           PIC 9(8).
016500 01  WS-LAPSE-DAYS                  PIC 9(3) VALUE 90.
016600 01  WS-DISCOUNT-PCT                PIC 9(2) VALUE 20.
016700 01  WS-VALID-DAYS                  PIC 9(3) VALUE 30.
016800 01  WS-CODE-PREFIX                 PIC X(1) VALUE 'W'.
016900 01  WS-HIGH-SEQ                    PIC 9(5) VALUE ZERO.
017000 01  WS-CODE-WORK.
017100     05  WS-CODE-WORK-PREFIX        PIC X(1).
017200     05  WS-CODE-WORK-SEQ           PIC 9(5).
017300 01  WS-BREAK-CUSTOMER-ID           PIC 9(6).
017400 01  WS-LAST-RENTAL-DATE            PIC 9(8).
017500 01  WS-PROMO-SUB                   PIC 9(3).
017600 01  WS-LIVE-ROWS                   PIC 9(3) VALUE ZERO.
017700*=================================================================
017800*    THE PROMO TABLE AS IT STANDS, FOR THE LIVE-OFFER CHECK, THE
017900*    CODE SEQUENCE AND THE EXPIRED SINGLE-USE ROWS
018000*=================================================================
018100 01  WS-PROMO-TABLE.
018200     05  WS-PROMO-COUNT             PIC 9(3) VALUE ZERO.
018300     05  WS-PROMO-ENTRY OCCURS 500 TIMES.
018400         10  WS-PM-CODE             PIC X(6).
018500         10  WS-PM-EFFECT-DATE      PIC 9(8).
018600         10  WS-PM-EXPIRE-DATE      PIC 9(8).
018700         10  WS-PM-CUSTOMER-ID      PIC 9(6).
018800         10  WS-PM-USED-DATE        PIC 9(8).
018900*=================================================================
019000*    RATEMNT CARD - PROMO TABLE ADD (OFFER) OR EXPIRE (CLEAR-OUT)
019100*=================================================================
019200 01  WS-PROMO-CARD.
019300     05  PC-TABLE-TYPE              PIC X(1)  VALUE 'P'.
019400     05  PC-TRANS-TYPE              PIC X(1).
019500     05  PC-PROMO-CODE              PIC X(6).
019600     05  PC-PROMO-EFFECT            PIC 9(8).
019700     05  PC-PROMO-EXPIRE            PIC 9(8).
019800     05  PC-PROMO-PCT               PIC 9(2).
019900     05  FILLER                     PIC X(2)  VALUE SPACE.
020000     05  PC-CUSTOMER-ID             PIC 9(6).
020100     05  FILLER                     PIC X(46) VALUE SPACE.
020200*=================================================================
020300*    WBMAIL - ONE RECORD PER OFFER FOR THE MAIL HOUSE
020400*=================================================================
020500 01  WS-MAIL-RECORD.
020600     05  ML-CUSTOMER-ID             PIC 9(6).
020700     05  ML-NAME                    PIC X(30).
020800     05  ML-ADDRESS                 PIC X(40).
020900     05  ML-LANGUAGE                PIC X(2).
021000     05  ML-PROMO-CODE              PIC X(6).
021100     05  ML-DISCOUNT-PCT            PIC 9(2).
021200     05  ML-EXPIRE-DATE             PIC 9(8).
021300     05  ML-HOME-STORE              PIC 9(2).
021400     05  FILLER                     PIC X(4)  VALUE SPACE.
021500 01  WS-COUNTERS.
021600     05  WS-MEMBERS-READ            PIC 9(7) VALUE ZERO.
021700     05  WS-MEMBERS-ELIGIBLE        PIC 9(7) VALUE ZERO.
021800     05  WS-RENTALS-READ            PIC 9(7) VALUE ZERO.
021900     05  WS-HISTORY-READ            PIC 9(7) VALUE ZERO.
022000     05  WS-MEMBERS-LAPSED          PIC 9(7) VALUE ZERO.
022100     05  WS-OFFERS-ISSUED           PIC 9(5) VALUE ZERO.
022200     05  WS-OFFERS-SUPPRESSED       PIC 9(5) VALUE ZERO.
022300     05  WS-OFFERS-HELD             PIC 9(5) VALUE ZERO.
022400     05  WS-OFFERS-NO-ROOM          PIC 9(5) VALUE ZERO.
022500     05  WS-NOT-ON-CUSTFILE         PIC 9(5) VALUE ZERO.
022600     05  WS-ROWS-EXPIRED            PIC 9(5) VALUE ZERO.
022700     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
022800 PROCEDURE DIVISION.
022900*=================================================================
023000 0000-MAINLINE.
023100     PERFORM 0900-DISPLAY-VERSION-STAMP
023200     PERFORM 1000-INITIALIZE
023300     SORT SORT-WORK
023400         ASCENDING KEY SR-CUSTOMER-ID SR-SOURCE
023500         INPUT PROCEDURE IS 2000-RELEASE-ACTIVITY
023600         OUTPUT PROCEDURE IS 3000-ISSUE-OFFERS
023700     PERFORM 4000-TERMINATE
023800     PERFORM 9000-DISPLAY-VERSION-TRAILER
023900     STOP RUN.
024000*=================================================================
024100*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
024200*=================================================================
024300 0900-DISPLAY-VERSION-STAMP.
024400     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='WINBACK -'==
024500                             ==:PROGVERS:== BY =='Version 001'==.
024600*=================================================================
024700*    1000-INITIALIZE - CONTROL CARD, CUT-OFF AND EXPIRY DATES,
024800*    PROMO TABLE AND CODE SEQUENCE, OPEN FILES
024900*=================================================================
025000 1000-INITIALIZE.
025100     MOVE 'WINBACK' TO RCHK-CALLER
025200     CALL 'REGCHK' USING REGION-CHECK
025300     IF RCHK-MISMATCH
025400         DISPLAY 'WINBACK: REGION INTERLOCK - UPDATES REFUSED'
025500         MOVE 12 TO RETURN-CODE
025600         STOP RUN
025700     END-IF
025800     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
025900     PERFORM 1050-LOAD-CONTROL-CARD
026000     MOVE 'S'                      TO CALR-FUNCTION
026100     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
026200     MOVE ZERO                     TO CALR-END-DATE
026300     MOVE WS-LAPSE-DAYS            TO CALR-DAYS
026400     CALL 'STORECAL' USING CALENDAR-REQUEST
026500     MOVE CALR-RESULT-DATE TO WS-CUTOFF-DATE
026600     MOVE 'A'                      TO CALR-FUNCTION
026700     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
026800     MOVE ZERO                     TO CALR-END-DATE
026900     MOVE WS-VALID-DAYS            TO CALR-DAYS
027000     CALL 'STORECAL' USING CALENDAR-REQUEST
027100     MOVE CALR-RESULT-DATE TO WS-OFFER-EXPIRE-DATE
027200     PERFORM 1100-LOAD-PROMO-TABLE
027300     PERFORM 1200-SCAN-EARLIER-CAMPAIGNS
027400     OPEN INPUT CUSTFILE
027500     IF FC-CUSTFILE-STATUS = '00'
027600         OR FC-CUSTFILE-STATUS = '05'
027700         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
027800     ELSE
027900         DISPLAY 'WINBACK: UNABLE TO OPEN CUSTFILE, STATUS='
028000             FC-CUSTFILE-STATUS
028100     END-IF
028200     OPEN INPUT RENTFILE
028300     IF FC-RENTFILE-STATUS = '00'
028400         OR FC-RENTFILE-STATUS = '05'
028500         MOVE 'Y' TO WS-RENTFILE-AVAIL-SW
028600     END-IF
028700     OPEN OUTPUT WBCARDS-FILE
028800     OPEN OUTPUT WBMAIL-FILE
028900     OPEN OUTPUT WBCAMP-RPT
029000     IF NOT RCHK-IN-PROD
029100         WRITE WBCAMP-RPT-LINE FROM RCHK-WATERMARK
029200     END-IF
029300     PERFORM 1300-EXPIRE-SPENT-OFFERS.
029400*=================================================================
029500*    1050-LOAD-CONTROL-CARD
029600*=================================================================
029700 1050-LOAD-CONTROL-CARD.
029800     OPEN INPUT WINBCTL-FILE
029900     IF FC-WINBCTL-STATUS = '00'
030000         READ WINBCTL-FILE
030100             AT END
030200                 CONTINUE
030300             NOT AT END
030400                 IF WC-LAPSE-DAYS NUMERIC
030500                     AND WC-LAPSE-DAYS > ZERO
030600                     MOVE WC-LAPSE-DAYS TO WS-LAPSE-DAYS
030700                 END-IF
030800                 IF WC-DISCOUNT-PCT NUMERIC
030900                     AND WC-DISCOUNT-PCT > ZERO
031000                     MOVE WC-DISCOUNT-PCT TO WS-DISCOUNT-PCT
031100                 END-IF
031200                 IF WC-VALID-DAYS NUMERIC
031300                     AND WC-VALID-DAYS > ZERO
031400                     MOVE WC-VALID-DAYS TO WS-VALID-DAYS
031500                 END-IF
031600                 IF WC-CODE-PREFIX ALPHABETIC
031700                     AND WC-CODE-PREFIX NOT = SPACE
031800                     MOVE WC-CODE-PREFIX TO WS-CODE-PREFIX
031900                 END-IF
032000         END-READ
032100     END-IF
032200     CLOSE WINBCTL-FILE.
032300*=================================================================
032400*    1100-LOAD-PROMO-TABLE - EVERY ROW, NOTING THE HIGHEST CODE
032500*    SEQUENCE UNDER THE PREFIX
032600*=================================================================
032700 1100-LOAD-PROMO-TABLE.
032800     MOVE 'N' TO WS-LOAD-EOF-SW
032900     OPEN INPUT PROMO-FILE
033000     IF FC-PROMO-STATUS NOT = '00'
033100         MOVE 'Y' TO WS-LOAD-EOF-SW
033200     END-IF
033300     PERFORM 1150-LOAD-ONE-PROMO-ROW
033400         UNTIL WS-LOAD-EOF
033500     CLOSE PROMO-FILE
033600     MOVE WS-PROMO-COUNT TO WS-LIVE-ROWS.
033700*=================================================================
033800*    1150-LOAD-ONE-PROMO-ROW
033900*=================================================================
034000 1150-LOAD-ONE-PROMO-ROW.
034100     READ PROMO-FILE
034200         AT END
034300             MOVE 'Y' TO WS-LOAD-EOF-SW
034400     END-READ
034500     IF NOT WS-LOAD-EOF
034600         IF WS-PROMO-COUNT < 500
034700             ADD 1 TO WS-PROMO-COUNT
034800             MOVE PM-CODE        TO WS-PM-CODE (WS-PROMO-COUNT)
034900             MOVE PM-EFFECT-DATE
035000                 TO WS-PM-EFFECT-DATE (WS-PROMO-COUNT)
035100             MOVE PM-EXPIRE-DATE
035200                 TO WS-PM-EXPIRE-DATE (WS-PROMO-COUNT)
035300             MOVE ZERO TO WS-PM-CUSTOMER-ID (WS-PROMO-COUNT)
035400             IF PM-CUSTOMER-ID NUMERIC
035500                 MOVE PM-CUSTOMER-ID
035600                     TO WS-PM-CUSTOMER-ID (WS-PROMO-COUNT)
035700             END-IF
035800             MOVE ZERO TO WS-PM-USED-DATE (WS-PROMO-COUNT)
035900             IF PM-USED-DATE NUMERIC
036000                 MOVE PM-USED-DATE
036100                     TO WS-PM-USED-DATE (WS-PROMO-COUNT)
036200             END-IF
036300         END-IF
036400         MOVE PM-CODE TO WS-CODE-WORK
036500         PERFORM 1450-NOTE-CODE-SEQUENCE
036600     END-IF.
036700*=================================================================
036800*    1200-SCAN-EARLIER-CAMPAIGNS - CODES ISSUED BY EARLIER RUNS
036900*    MAY HAVE LEFT THE PROMO TABLE; THEIR SEQUENCE STILL COUNTS
037000*=================================================================
037100 1200-SCAN-EARLIER-CAMPAIGNS.
037200     MOVE 'N' TO WS-LOAD-EOF-SW
037300     OPEN INPUT WBCAMP-IN
037400     IF FC-WBCAMPIN-STATUS NOT = '00'
037500         MOVE 'Y' TO WS-LOAD-EOF-SW
037600     END-IF
037700     PERFORM 1250-SCAN-ONE-CAMPAIGN-LINE
037800         UNTIL WS-LOAD-EOF
037900     CLOSE WBCAMP-IN.
038000*=================================================================
038100*    1250-SCAN-ONE-CAMPAIGN-LINE
038200*=================================================================
038300 1250-SCAN-ONE-CAMPAIGN-LINE.
038400     READ WBCAMP-IN
038500         AT END
038600             MOVE 'Y' TO WS-LOAD-EOF-SW
038700     END-READ
038800     IF NOT WS-LOAD-EOF
038900         MOVE CI-PROMO-CODE TO WS-CODE-WORK
039000         PERFORM 1450-NOTE-CODE-SEQUENCE
039100     END-IF.
039200*=================================================================
039300*    1300-EXPIRE-SPENT-OFFERS - A RATEMNT EXPIRE CARD FOR EVERY
039400*    SINGLE-USE ROW WHOSE OFFER HAS RUN OUT, USED OR NOT
039500*=================================================================
039600 1300-EXPIRE-SPENT-OFFERS.
039700     PERFORM 1350-CHECK-ONE-SPENT-OFFER
039800         VARYING WS-PROMO-SUB FROM 1 BY 1
039900         UNTIL WS-PROMO-SUB > WS-PROMO-COUNT.
040000*=================================================================
040100*    1350-CHECK-ONE-SPENT-OFFER
040200*=================================================================
040300 1350-CHECK-ONE-SPENT-OFFER.
040400     IF WS-PM-CUSTOMER-ID (WS-PROMO-SUB) > ZERO
040500         AND WS-PM-EXPIRE-DATE (WS-PROMO-SUB)
040600             < WS-CURRENT-DATE-YYYYMMDD
040700         MOVE 'E'                    TO PC-TRANS-TYPE
040800         MOVE WS-PM-CODE (WS-PROMO-SUB) TO PC-PROMO-CODE
040900         MOVE WS-PM-EFFECT-DATE (WS-PROMO-SUB)
041000             TO PC-PROMO-EFFECT
041100         MOVE WS-PM-EXPIRE-DATE (WS-PROMO-SUB)
041200             TO PC-PROMO-EXPIRE
041300         MOVE ZERO                   TO PC-PROMO-PCT
041400         MOVE WS-PM-CUSTOMER-ID (WS-PROMO-SUB)
041500             TO PC-CUSTOMER-ID
041600         WRITE WBCARDS-CARD FROM WS-PROMO-CARD
041700         SUBTRACT 1 FROM WS-LIVE-ROWS
041800         ADD 1 TO WS-ROWS-EXPIRED
041900     END-IF.
042000*=================================================================
042100*    1450-NOTE-CODE-SEQUENCE - WS-CODE-WORK HOLDS A CODE; KEEP
042200*    THE HIGHEST SEQUENCE SEEN UNDER THE PREFIX
042300*=================================================================
042400 1450-NOTE-CODE-SEQUENCE.
042500     IF WS-CODE-WORK-PREFIX = WS-CODE-PREFIX
042600         AND WS-CODE-WORK-SEQ NUMERIC
042700         AND WS-CODE-WORK-SEQ > WS-HIGH-SEQ
042800         MOVE WS-CODE-WORK-SEQ TO WS-HIGH-SEQ
042900     END-IF.
043000*=================================================================
043100*    2000-RELEASE-ACTIVITY - A 'C' RECORD FOR EACH MEMBER WHO
043200*    MAY BE OFFERED A CODE, AND AN 'R' RECORD FOR EVERY RENTAL
043300*    ON RENTFILE (AN OPEN ONE COUNTS AS TODAY) AND RENTHIST
043400*=================================================================
043500 2000-RELEASE-ACTIVITY.
043600     IF WS-CUSTFILE-AVAILABLE
043700         MOVE 'N' TO WS-LOAD-EOF-SW
043800         PERFORM 2100-RELEASE-ONE-MEMBER
043900             UNTIL WS-LOAD-EOF
044000     END-IF
044100     IF WS-RENTFILE-AVAILABLE
044200         MOVE 'N' TO WS-LOAD-EOF-SW
044300         PERFORM 2200-RELEASE-ONE-RENTAL
044400             UNTIL WS-LOAD-EOF
044500     END-IF
044600     MOVE 'N' TO WS-LOAD-EOF-SW
044700     OPEN INPUT RENTHIST-IN
044800     IF FC-RENTHIST-STATUS NOT = '00'
044900         MOVE 'Y' TO WS-LOAD-EOF-SW
045000     END-IF
045100     PERFORM 2300-RELEASE-ONE-HISTORY
045200         UNTIL WS-LOAD-EOF
045300     CLOSE RENTHIST-IN.
045400*=================================================================
045500*    2100-RELEASE-ONE-MEMBER - ACTIVE, MEMBERSHIP NOT RUN OUT,
045600*    JOINED BEFORE THE CUT-OFF, AND NOT ON THE UNLIMITED PLAN
045700*=================================================================
045800 2100-RELEASE-ONE-MEMBER.
045900     READ CUSTFILE NEXT RECORD
046000         AT END
046100             MOVE 'Y' TO WS-LOAD-EOF-SW
046200     END-READ
046300     IF NOT WS-LOAD-EOF
046400         ADD 1 TO WS-MEMBERS-READ
046500         IF CUSTOMER-IS-ACTIVE
046600             AND NOT CUSTOMER-CLASS-SUBSCRIBER
046700             AND (CUSTOMER-EXPIRY-DATE = ZERO
046800                 OR CUSTOMER-EXPIRY-DATE
046900                     NOT < WS-CURRENT-DATE-YYYYMMDD)
047000             AND CUSTOMER-MEMBER-SINCE < WS-CUTOFF-DATE
047100             MOVE CUSTOMER-ID TO SR-CUSTOMER-ID
047200             MOVE 'C'         TO SR-SOURCE
047300             MOVE ZERO        TO SR-ACTIVITY-DATE
047400             RELEASE SORT-RECORD
047500             ADD 1 TO WS-MEMBERS-ELIGIBLE
047600         END-IF
047700     END-IF.
047800*=================================================================
047900*    2200-RELEASE-ONE-RENTAL
048000*=================================================================
048100 2200-RELEASE-ONE-RENTAL.
048200     READ RENTFILE NEXT RECORD
048300         AT END
048400             MOVE 'Y' TO WS-LOAD-EOF-SW
048500     END-READ
048600     IF NOT WS-LOAD-EOF
048700         ADD 1 TO WS-RENTALS-READ
048800         MOVE RENTAL-CUSTOMER-ID   TO SR-CUSTOMER-ID
048900         MOVE 'R'                  TO SR-SOURCE
049000         MOVE RENTAL-CHECKOUT-DATE TO SR-ACTIVITY-DATE
049100         IF RENTAL-OPEN
049200             MOVE WS-CURRENT-DATE-YYYYMMDD TO SR-ACTIVITY-DATE
049300         END-IF
049400         RELEASE SORT-RECORD
049500     END-IF.
049600*=================================================================
049700*    2300-RELEASE-ONE-HISTORY
049800*=================================================================
049900 2300-RELEASE-ONE-HISTORY.
050000     READ RENTHIST-IN
050100         AT END
050200             MOVE 'Y' TO WS-LOAD-EOF-SW
050300     END-READ
050400     IF NOT WS-LOAD-EOF
050500         ADD 1 TO WS-HISTORY-READ
050600         IF RH-CUSTOMER-ID NUMERIC
050700             AND RH-CHECKOUT-DATE NUMERIC
050800             MOVE RH-CUSTOMER-ID   TO SR-CUSTOMER-ID
050900             MOVE 'R'              TO SR-SOURCE
051000             MOVE RH-CHECKOUT-DATE TO SR-ACTIVITY-DATE
051100             RELEASE SORT-RECORD
051200         END-IF
051300     END-IF.
051400*=================================================================
051500*    3000-ISSUE-OFFERS - ONE PASS OVER THE SORTED ACTIVITY,
051600*    BREAKING ON CUSTOMER
051700*=================================================================
051800 3000-ISSUE-OFFERS.
051900     PERFORM 3100-RETURN-ONE-RECORD
052000     PERFORM 3200-CHECK-ONE-CUSTOMER
052100         UNTIL WS-SORT-EOF.
052200*=================================================================
052300*    3100-RETURN-ONE-RECORD
052400*=================================================================
052500 3100-RETURN-ONE-RECORD.
052600     RETURN SORT-WORK
052700         AT END
052800             MOVE 'Y' TO WS-SORT-EOF-SW
052900     END-RETURN.
053000*=================================================================
053100*    3200-CHECK-ONE-CUSTOMER - ELIGIBLE AND NO RENTAL SINCE THE
053200*    CUT-OFF MAKES A LAPSED MEMBER
053300*=================================================================
053400 3200-CHECK-ONE-CUSTOMER.
053500     MOVE SR-CUSTOMER-ID TO WS-BREAK-CUSTOMER-ID
053600     MOVE 'N'  TO WS-ELIGIBLE-SW
053700     MOVE ZERO TO WS-LAST-RENTAL-DATE
053800     PERFORM 3300-TAKE-ONE-RECORD
053900         UNTIL WS-SORT-EOF
054000         OR SR-CUSTOMER-ID NOT = WS-BREAK-CUSTOMER-ID
054100     IF WS-ELIGIBLE
054200         AND WS-LAST-RENTAL-DATE < WS-CUTOFF-DATE
054300         ADD 1 TO WS-MEMBERS-LAPSED
054400         PERFORM 3400-OFFER-THE-MEMBER
054500     END-IF.
054600*=================================================================
054700*    3300-TAKE-ONE-RECORD
054800*=================================================================
054900 3300-TAKE-ONE-RECORD.
055000     IF SR-FROM-CUSTFILE
055100         MOVE 'Y' TO WS-ELIGIBLE-SW
055200     ELSE
055300         IF SR-ACTIVITY-DATE > WS-LAST-RENTAL-DATE
055400             MOVE SR-ACTIVITY-DATE TO WS-LAST-RENTAL-DATE
055500         END-IF
055600     END-IF
055700     PERFORM 3100-RETURN-ONE-RECORD.
055800*=================================================================
055900*    3400-OFFER-THE-MEMBER - CONTACT PREFERENCES, ANY LIVE OFFER
056000*    ALREADY HELD, AND ROOM ON THE PROMO TABLE, THEN ISSUE
056100*=================================================================
056200 3400-OFFER-THE-MEMBER.
056300     MOVE WS-BREAK-CUSTOMER-ID TO CUSTOMER-ID
056400     READ CUSTFILE
056500         INVALID KEY
056600             ADD 1 TO WS-NOT-ON-CUSTFILE
056700         NOT INVALID KEY
056800             PERFORM 3450-CHECK-LIVE-OFFER
056900             EVALUATE TRUE
057000                 WHEN CUSTOMER-MAIL-REFUSED
057100                     OR CUSTOMER-STATEMENT-ONLY
057200                     ADD 1 TO WS-OFFERS-SUPPRESSED
057300                 WHEN WS-HOLDS-LIVE-OFFER
057400                     ADD 1 TO WS-OFFERS-HELD
057500                 WHEN WS-LIVE-ROWS >= 500
057600                     ADD 1 TO WS-OFFERS-NO-ROOM
057700                 WHEN OTHER
057800                     PERFORM 3500-ISSUE-THE-CODE
057900             END-EVALUATE
058000     END-READ.
058100*=================================================================
058200*    3450-CHECK-LIVE-OFFER - AN UNUSED SINGLE-USE CODE FOR THIS
058300*    MEMBER THAT HAS NOT YET RUN OUT
058400*=================================================================
058500 3450-CHECK-LIVE-OFFER.
058600     MOVE 'N' TO WS-LIVE-OFFER-SW
058700     PERFORM 3460-CHECK-ONE-OFFER-ROW
058800         VARYING WS-PROMO-SUB FROM 1 BY 1
058900         UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
059000         OR WS-HOLDS-LIVE-OFFER.
059100*=================================================================
059200*    3460-CHECK-ONE-OFFER-ROW
059300*=================================================================
059400 3460-CHECK-ONE-OFFER-ROW.
059500     IF WS-PM-CUSTOMER-ID (WS-PROMO-SUB) = CUSTOMER-ID
059600         AND WS-PM-USED-DATE (WS-PROMO-SUB) = ZERO
059700         AND WS-PM-EXPIRE-DATE (WS-PROMO-SUB)
059800             NOT < WS-CURRENT-DATE-YYYYMMDD
059900         MOVE 'Y' TO WS-LIVE-OFFER-SW
060000     END-IF.
060100*=================================================================
060200*    3500-ISSUE-THE-CODE - NEXT CODE IN SEQUENCE; ADD CARD,
060300*    MAILING RECORD AND CAMPAIGN REGISTER LINE
060400*=================================================================
060500 3500-ISSUE-THE-CODE.
060600     ADD 1 TO WS-HIGH-SEQ
060700     MOVE WS-CODE-PREFIX TO WS-CODE-WORK-PREFIX
060800     MOVE WS-HIGH-SEQ    TO WS-CODE-WORK-SEQ
060900     MOVE 'A'                      TO PC-TRANS-TYPE
061000     MOVE WS-CODE-WORK             TO PC-PROMO-CODE
061100     MOVE WS-CURRENT-DATE-YYYYMMDD TO PC-PROMO-EFFECT
061200     MOVE WS-OFFER-EXPIRE-DATE     TO PC-PROMO-EXPIRE
061300     MOVE WS-DISCOUNT-PCT          TO PC-PROMO-PCT
061400     MOVE CUSTOMER-ID              TO PC-CUSTOMER-ID
061500     WRITE WBCARDS-CARD FROM WS-PROMO-CARD
061600     MOVE CUSTOMER-ID              TO ML-CUSTOMER-ID
061700     MOVE CUSTOMER-NAME            TO ML-NAME
061800     MOVE CUSTOMER-ADDRESS         TO ML-ADDRESS
061900     MOVE CUSTOMER-LANGUAGE        TO ML-LANGUAGE
062000     IF CUSTOMER-LANGUAGE = SPACES
062100         MOVE 'EN' TO ML-LANGUAGE
062200     END-IF
062300     MOVE WS-CODE-WORK             TO ML-PROMO-CODE
062400     MOVE WS-DISCOUNT-PCT          TO ML-DISCOUNT-PCT
062500     MOVE WS-OFFER-EXPIRE-DATE     TO ML-EXPIRE-DATE
062600     MOVE CUSTOMER-HOME-STORE      TO ML-HOME-STORE
062700     WRITE WBMAIL-RECORD FROM WS-MAIL-RECORD
062800     MOVE WS-CODE-WORK             TO CM-PROMO-CODE
062900     MOVE CUSTOMER-ID              TO CM-CUSTOMER-ID
063000     MOVE WS-CURRENT-DATE-YYYYMMDD TO CM-ISSUE-DATE
063100     MOVE WS-OFFER-EXPIRE-DATE     TO CM-EXPIRE-DATE
063200     MOVE WS-DISCOUNT-PCT          TO CM-DISCOUNT-PCT
063300     MOVE WS-LAST-RENTAL-DATE      TO CM-LAST-RENTAL
063400     MOVE CUSTOMER-HOME-STORE      TO CM-HOME-STORE
063500     WRITE WBCAMP-RPT-LINE FROM CAMPAIGN-LINE
063600     ADD 1 TO WS-REGISTER-LINES
063700     ADD 1 TO WS-LIVE-ROWS
063800     ADD 1 TO WS-OFFERS-ISSUED.
063900*=================================================================
064000*    4000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
064100*=================================================================
064200 4000-TERMINATE.
064300     IF WS-CUSTFILE-AVAILABLE
064400         CLOSE CUSTFILE
064500     END-IF
064600     IF WS-RENTFILE-AVAILABLE
064700         CLOSE RENTFILE
064800     END-IF
064900     CLOSE WBCARDS-FILE
065000     CLOSE WBMAIL-FILE
065100     CLOSE WBCAMP-RPT
065200     DISPLAY 'WINBACK: LAPSE CUT-OFF     = ' WS-CUTOFF-DATE
065300     DISPLAY 'WINBACK: OFFERS EXPIRE     = ' WS-OFFER-EXPIRE-DATE
065400     DISPLAY 'WINBACK: MEMBERS READ      = ' WS-MEMBERS-READ
065500     DISPLAY 'WINBACK: MEMBERS ELIGIBLE  = ' WS-MEMBERS-ELIGIBLE
065600     DISPLAY 'WINBACK: RENTALS READ      = ' WS-RENTALS-READ
065700     DISPLAY 'WINBACK: HISTORY READ      = ' WS-HISTORY-READ
065800     DISPLAY 'WINBACK: MEMBERS LAPSED    = ' WS-MEMBERS-LAPSED
065900     DISPLAY 'WINBACK: OFFERS ISSUED     = ' WS-OFFERS-ISSUED
066000     DISPLAY 'WINBACK: PREFS SUPPRESSED  = ' WS-OFFERS-SUPPRESSED
066100     DISPLAY 'WINBACK: LIVE OFFER HELD   = ' WS-OFFERS-HELD
066200     DISPLAY 'WINBACK: PROMO TABLE FULL  = ' WS-OFFERS-NO-ROOM
066300     DISPLAY 'WINBACK: NOT ON CUSTFILE   = ' WS-NOT-ON-CUSTFILE
066400     DISPLAY 'WINBACK: SPENT ROWS EXPIRED= ' WS-ROWS-EXPIRED.
066500*=================================================================
066600*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
066700*=================================================================
066800 9000-DISPLAY-VERSION-TRAILER.
066900     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='WINBACK -'==
067000                             ==:LINECOUNT:== BY
067100                                 WS-REGISTER-LINES.
