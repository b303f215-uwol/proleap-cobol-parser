000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    PRIVRET.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY RENTAL-PRIVACY
001200*                   RETENTION RUN WITH CERTIFICATE OF
001300*                   DESTRUCTION.
001400*=================================================================
001500*  VIEWING RECORDS ARE KEPT WITH THE RENTER'S IDENTITY ONLY AS
001600*  LONG AS THE BUSINESS NEEDS THEM.  THE RUN DOES TWO THINGS.
001700*
001800*  FIRST IT DELETES DORMANT CUSTOMERS FROM CUSTFILE - A MEMBER
001900*  DEACTIVATED THROUGH CUSTMNT, OR ONE WHOSE MEMBERSHIP RAN OUT
002000*  BEFORE THE DORMANCY CUT-OFF (PRIVCTL COLUMNS 6-9, DEFAULT
002100*  1095 DAYS) - UNLESS THE MEMBER STILL HAS BUSINESS WITH THE
002200*  SHOP: A BALANCE, CREDIT OR OTHER CHARGE ON RECVFILE, A BLOCK
002300*  LIST ENTRY, ANY RENTAL STILL ON RENTFILE, A GIFT CERTIFICATE
002400*  THEY BOUGHT THAT STILL CARRIES A BALANCE, A PAYMENT PLAN NOT
002500*  CANCELLED, OR FREE-RENTAL CREDITS.  A DELETED MEMBER'S
002600*  HOUSEHOLD MEMBERS, SPENT RECEIVABLE, CANCELLED PLAN, CREDIT,
002700*  LOYALTY AND RISK-SCORE RECORDS GO WITH THEM, AND EVERY
002800*  RECORD DESTROYED IS LOGGED TO CHGJRNL (NO NAME OR ADDRESS IS
002900*  WRITTEN TO THE JOURNAL).  IF ANY OF THOSE FILES CANNOT BE
003000*  OPENED NO CUSTOMER IS DELETED.
003100*
003200*  THEN IT COPIES THE RENTHIST ARCHIVE TO RENTHNEW, REPLACING
003300*  THE CUSTOMER NUMBER WITH AN ANONYMOUS TOKEN ON EVERY LINE
003400*  CHECKED OUT BEFORE THE RETENTION CUT-OFF (PRIVCTL COLUMNS
003500*  1-4, DEFAULT 0730 DAYS) AND ON EVERY LINE WHOSE CUSTOMER IS
003600*  NO LONGER ON CUSTFILE; THE MEMBER NUMBER IS CLEARED WITH IT.
003700*  TOKENS ARE CUSTOMER NUMBERS FROM THE RESERVED RANGE 900000
003800*  AND UP (CUSTMNT REFUSES THEM), CONTINUING PAST THE HIGHEST
003900*  ONE ALREADY ON THE ARCHIVE.  ONE CUSTOMER'S LINES IN A RUN
004000*  SHARE ONE TOKEN SO AFFINITY STILL SEES THE TITLES RENTED
004100*  TOGETHER; TITLE, DATES AND FEES ARE UNTOUCHED FOR DEMAND,
004200*  AND LOYALTY ONLY READS THE CURRENT MONTH.  NO RECORD OF
004300*  WHICH CUSTOMER GOT WHICH TOKEN IS KEPT.  THE ARCHIVE IS
004400*  MERGED ON CUSTOMER THROUGH A SORT, SO RENTHNEW COMES OUT IN
004500*  CUSTOMER ORDER; IT REPLACES RENTHIST BEFORE THE NEXT NIGHTLY
004600*  ARCHPRG STEP ONCE THE CERTIFICATE HAS BEEN SIGNED OFF.
004700*
004800*  THE PRIVCERT CERTIFICATE OF DESTRUCTION LISTS THE CUT-OFFS
004900*  AND THE COUNTS OF LINES ANONYMISED, CUSTOMERS KEPT BY
005000*  REASON, AND RECORDS DESTROYED BY FILE, FOR SIGNATURE.
005100*=================================================================
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
006200         FILE STATUS IS FC-CUSTFILE-STATUS.
006300     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
006700         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
006800            OF RENTAL-RECORD WITH DUPLICATES
006900         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
007000            OF RENTAL-RECORD WITH DUPLICATES
007100         FILE STATUS IS FC-RENTFILE-STATUS.
007200     SELECT OPTIONAL RECVFILE ASSIGN TO 'IDXRECV'
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RECV-CUSTOMER-ID OF RECV-RECORD
007600         FILE STATUS IS FC-RECVFILE-STATUS.
007700     SELECT OPTIONAL BLOKFILE ASSIGN TO 'IDXBLOK'
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS BLOCK-CUSTOMER-ID OF BLOCK-RECORD
008100         FILE STATUS IS FC-BLOKFILE-STATUS.
008200     SELECT OPTIONAL GIFTFILE ASSIGN TO 'IDXGIFT'
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS GIFT-NUMBER OF GIFT-RECORD
008600         FILE STATUS IS FC-GIFTFILE-STATUS.
008700     SELECT OPTIONAL PLANFILE ASSIGN TO 'IDXPLAN'
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS PLAN-CUSTOMER-ID OF PLAN-RECORD
009100         FILE STATUS IS FC-PLANFILE-STATUS.
009200     SELECT OPTIONAL CREDFILE ASSIGN TO 'IDXCRED'
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS CRED-CUSTOMER-ID OF CREDIT-RECORD
009600         FILE STATUS IS FC-CREDFILE-STATUS.
009700     SELECT OPTIONAL HHMFILE ASSIGN TO 'IDXHHM'
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS HHM-KEY OF HOUSEHOLD-MEMBER-RECORD
010100         FILE STATUS IS FC-HHMFILE-STATUS.
010200     SELECT OPTIONAL LOYLFILE ASSIGN TO 'IDXLOYL'
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS LOYL-CUSTOMER-ID OF LOYALTY-RECORD
010600         FILE STATUS IS FC-LOYLFILE-STATUS.
010700     SELECT OPTIONAL RISKFILE ASSIGN TO 'IDXRISK'
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS DYNAMIC
011000         RECORD KEY IS RISK-CUSTOMER-ID OF RISK-RECORD
011100         FILE STATUS IS FC-RISKFILE-STATUS.
011200     SELECT OPTIONAL RENTHIST-IN ASSIGN TO 'RENTHIST'
011300         ORGANIZATION IS LINE SEQUENTIAL
011400         FILE STATUS IS FC-RENTHIST-STATUS.
011500     SELECT OPTIONAL PRIVCTL-FILE ASSIGN TO 'PRIVCTL'
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS FC-PRIVCTL-STATUS.
011800     SELECT SORT-WORK ASSIGN TO 'SORTWK01'.
011900     SELECT RENTHIST-OUT ASSIGN TO 'RENTHNEW'
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS FC-RENTHNEW-STATUS.
012200     SELECT PRIVCERT-RPT ASSIGN TO 'PRIVCERT'
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS FC-PRIVCERT-STATUS.
012500 DATA DIVISION.
012600 FILE SECTION.
012700 FD  CUSTFILE.
012800 COPY CUSTREC.
012900 FD  RENTFILE.
013000 COPY RENTREC.
013100 FD  RECVFILE.
013200 COPY RECVREC.
013300 FD  BLOKFILE.
013400 COPY BLOKREC.
013500 FD  GIFTFILE.
013600 COPY GIFTREC.
013700 FD  PLANFILE.
013800 COPY PLANREC.
013900 FD  CREDFILE.
014000 COPY CREDREC.
014100 FD  HHMFILE.
014200 COPY HHMREC.
014300 FD  LOYLFILE.
014400 COPY LOYLREC.
014500 FD  RISKFILE.
014600 COPY RISKREC.
014700 FD  RENTHIST-IN
014800     RECORD CONTAINS 80 CHARACTERS.
014900 01  RENTHIST-IN-LINE               PIC X(80).
015000 FD  PRIVCTL-FILE
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  PRIVCTL-CARD.
015300     05  PC-RETAIN-DAYS             PIC 9(4).
015400     05  FILLER                     PIC X(1).
015500     05  PC-DORMANT-DAYS            PIC 9(4).
015600     05  FILLER                     PIC X(71).
015700 SD  SORT-WORK.
015800 01  SORT-RECORD.
015900     05  SR-RENTAL-NUMBER           PIC 9(7).
016000     05  FILLER                     PIC X(1).
016100     05  SR-VIDEO-CODE              PIC 9(5).
016200     05  FILLER                     PIC X(1).
016300     05  SR-CUSTOMER-ID             PIC X(6).
016400     05  FILLER                     PIC X(1).
016500     05  SR-CHECKOUT-DATE           PIC 9(8).
016600     05  FILLER                     PIC X(29).
016700     05  SR-MEMBER-NO               PIC X(2).
016800     05  FILLER                     PIC X(20).
016900 FD  RENTHIST-OUT
017000     RECORD CONTAINS 80 CHARACTERS.
017100 01  RENTHIST-OUT-LINE              PIC X(80).
017200 FD  PRIVCERT-RPT
017300     RECORD CONTAINS 80 CHARACTERS.
017400 01  PRIVCERT-LINE                  PIC X(80).
017500 WORKING-STORAGE SECTION.
017600*=================================================================
017700 COPY VERSTAMP.
017800 COPY REGCHKQ.
017900 COPY CALREQ.
018000 COPY CHGJRNQ.
018100 01  FC-STATUSES.
018200     05  FC-CUSTFILE-STATUS         PIC X(2).
018300     05  FC-RENTFILE-STATUS         PIC X(2).
018400     05  FC-RECVFILE-STATUS         PIC X(2).
018500     05  FC-BLOKFILE-STATUS         PIC X(2).
018600     05  FC-GIFTFILE-STATUS         PIC X(2).
018700     05  FC-PLANFILE-STATUS         PIC X(2).
018800     05  FC-CREDFILE-STATUS         PIC X(2).
018900     05  FC-HHMFILE-STATUS          PIC X(2).
019000     05  FC-LOYLFILE-STATUS         PIC X(2).
019100     05  FC-RISKFILE-STATUS         PIC X(2).
019200     05  FC-RENTHIST-STATUS         PIC X(2).
019300     05  FC-PRIVCTL-STATUS          PIC X(2).
019400     05  FC-RENTHNEW-STATUS         PIC X(2).
019500     05  FC-PRIVCERT-STATUS         PIC X(2).
019600 01  WS-SWITCHES.
019700     05  WS-LOAD-EOF-SW             PIC X(1).
019800         88  WS-LOAD-EOF            VALUE 'Y'.
019900     05  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
020000         88  WS-SORT-EOF            VALUE 'Y'.
020100     05  WS-HHM-EOF-SW              PIC X(1).
020200         88  WS-HHM-EOF             VALUE 'Y'.
020300     05  WS-CUSTFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
020400         88  WS-CUSTFILE-AVAILABLE  VALUE 'Y'.
020500     05  WS-PURGE-SW                PIC X(1) VALUE 'Y'.
020600         88  WS-PURGE-ALLOWED       VALUE 'Y'.
020700         88  WS-PURGE-HELD          VALUE 'N'.
020800     05  WS-RECV-FOUND-SW           PIC X(1).
020900         88  WS-RECV-FOUND          VALUE 'Y'.
021000     05  WS-PLAN-FOUND-SW           PIC X(1).
021100         88  WS-PLAN-FOUND          VALUE 'Y'.
021200     05  WS-CRED-FOUND-SW           PIC X(1).
021300         88  WS-CRED-FOUND          VALUE 'Y'.
021400     05  WS-GIFT-HELD-SW            PIC X(1).
021500         88  WS-GIFT-HELD           VALUE 'Y'.
021600     05  WS-HISTORY-TYPE-SW         PIC X(1).
021700         88  WS-HIST-ON-FILE        VALUE 'C'.
021800         88  WS-HIST-NOT-ON-FILE    VALUE 'N'.
021900         88  WS-HIST-ANONYMOUS      VALUE 'T'.
022000         88  WS-HIST-UNREADABLE     VALUE 'X'.
022100 01  WS-RETAIN-REASON               PIC X(1).
022200     88  WS-NO-RETAIN-REASON        VALUE SPACE.
022300     88  WS-RETAIN-BALANCE          VALUE 'B'.
022400     88  WS-RETAIN-BLOCKED          VALUE 'K'.
022500     88  WS-RETAIN-RENTAL           VALUE 'R'.
022600     88  WS-RETAIN-GIFT             VALUE 'G'.
022700     88  WS-RETAIN-PLAN             VALUE 'P'.
022800     88  WS-RETAIN-CREDITS          VALUE 'C'.
022900 01  WS-CURRENT-DATE-YYYYMMDD       PIC 9(8).
023000 01  WS-RETAIN-DAYS                 PIC 9(4) VALUE 730.
023100 01  WS-DORMANT-DAYS                PIC 9(4) VALUE 1095.
023200 01  WS-RETAIN-CUTOFF               PIC 9(8).
023300 01  WS-DORMANT-CUTOFF              PIC 9(8).
023400 01  WS-FIRST-TOKEN                 PIC 9(6) VALUE 900000.
023500 01  WS-HIGH-TOKEN                  PIC 9(6) VALUE ZERO.
023600 01  WS-CUSTOMER-TOKEN              PIC 9(6).
023700 01  WS-HIST-CUSTOMER-ID            PIC 9(6).
023800 01  WS-BREAK-CUSTOMER-ID           PIC X(6).
023900 01  WS-PURGE-CUSTOMER-ID           PIC 9(6).
024000 01  WS-PURGE-OLD-VALUE             PIC X(12).
024100 01  WS-GIFT-SUB                    PIC 9(4).
024200*=================================================================
024300*    MEMBERS WHO BOUGHT A CERTIFICATE STILL CARRYING A BALANCE
024400*=================================================================
024500 01  WS-GIFT-TABLE.
024600     05  WS-GIFT-COUNT              PIC 9(4) VALUE ZERO.
024700     05  WS-GIFT-ENTRY OCCURS 2000 TIMES.
024800         10  WS-GF-PURCHASER-ID     PIC 9(6).
024900 01  WS-COUNTERS.
025000     05  WS-HISTORY-READ            PIC 9(7) VALUE ZERO.
025100     05  WS-HISTORY-WRITTEN         PIC 9(7) VALUE ZERO.
025200     05  WS-LINES-AGED              PIC 9(7) VALUE ZERO.
025300     05  WS-LINES-NOT-ON-FILE       PIC 9(7) VALUE ZERO.
025400     05  WS-LINES-ALREADY-ANON      PIC 9(7) VALUE ZERO.
025500     05  WS-LINES-UNREADABLE        PIC 9(7) VALUE ZERO.
025600     05  WS-LINES-NO-TOKEN          PIC 9(7) VALUE ZERO.
025700     05  WS-TOKENS-ISSUED           PIC 9(7) VALUE ZERO.
025800     05  WS-CUSTOMERS-READ          PIC 9(7) VALUE ZERO.
025900     05  WS-CUSTOMERS-DORMANT       PIC 9(7) VALUE ZERO.
026000     05  WS-KEPT-BALANCE            PIC 9(7) VALUE ZERO.
026100     05  WS-KEPT-BLOCKED            PIC 9(7) VALUE ZERO.
026200     05  WS-KEPT-RENTAL             PIC 9(7) VALUE ZERO.
026300     05  WS-KEPT-GIFT               PIC 9(7) VALUE ZERO.
026400     05  WS-KEPT-PLAN               PIC 9(7) VALUE ZERO.
026500     05  WS-KEPT-CREDITS            PIC 9(7) VALUE ZERO.
026600     05  WS-CUSTOMERS-PURGED        PIC 9(7) VALUE ZERO.
026700     05  WS-HHM-PURGED              PIC 9(7) VALUE ZERO.
026800     05  WS-RECV-PURGED             PIC 9(7) VALUE ZERO.
026900     05  WS-PLAN-PURGED             PIC 9(7) VALUE ZERO.
027000     05  WS-CRED-PURGED             PIC 9(7) VALUE ZERO.
027100     05  WS-LOYL-PURGED             PIC 9(7) VALUE ZERO.
027200     05  WS-RISK-PURGED             PIC 9(7) VALUE ZERO.
027300     05  WS-DELETES-FAILED          PIC 9(7) VALUE ZERO.
027400     05  WS-CERT-LINES              PIC 9(5) VALUE ZERO.
027500*=================================================================
027600*    PRIVCERT - CERTIFICATE OF DESTRUCTION
027700*=================================================================
027800 01  WS-CERT-TITLE.
027900     05  FILLER                     PIC X(20)
028000         VALUE 'MAIN-STREET-VIDEO'.
028100     05  FILLER                     PIC X(40)
028200         VALUE 'CERTIFICATE OF DESTRUCTION'.
028300     05  FILLER                     PIC X(10) VALUE 'RUN DATE '.
028400     05  CT-RUN-DATE                PIC 9(8).
028500     05  FILLER                     PIC X(2)  VALUE SPACE.
028600 01  WS-CERT-SUBTITLE.
028700     05  FILLER                     PIC X(20) VALUE SPACE.
028800     05  FILLER                     PIC X(60)
028900         VALUE 'RENTAL HISTORY AND CUSTOMER RECORDS'.
029000 01  WS-CERT-DATE-LINE.
029100     05  FILLER                     PIC X(4)  VALUE SPACE.
029200     05  CD-LABEL                   PIC X(48).
029300     05  CD-DATE                    PIC 9(8).
029400     05  FILLER                     PIC X(20) VALUE SPACE.
029500 01  WS-CERT-HEAD-LINE.
029600     05  FILLER                     PIC X(2)  VALUE SPACE.
029700     05  CH-HEADING                 PIC X(78).
029800 01  WS-CERT-COUNT-LINE.
029900     05  FILLER                     PIC X(4)  VALUE SPACE.
030000     05  CC-LABEL                   PIC X(48).
030100     05  CC-COUNT                   PIC Z,ZZZ,ZZ9.
030200     05  FILLER                     PIC X(19) VALUE SPACE.
030300 01  WS-CERT-TEXT-LINE.
030400     05  FILLER                     PIC X(2)  VALUE SPACE.
030500     05  CX-TEXT                    PIC X(78).
030600 01  WS-CERT-SIGN-LINE.
030700     05  FILLER                     PIC X(4)  VALUE SPACE.
030800     05  CS-ROLE                    PIC X(14).
030900     05  FILLER                     PIC X(30)
031000         VALUE '______________________________'.
031100     05  FILLER                     PIC X(8)  VALUE '  DATE '.
031200     05  FILLER                     PIC X(12)
031300         VALUE '____________'.
031400     05  FILLER                     PIC X(12) VALUE SPACE.
031500 PROCEDURE DIVISION.
031600*=================================================================
031700 0000-MAINLINE.
031800     PERFORM 0900-DISPLAY-VERSION-STAMP
031900     PERFORM 1000-INITIALIZE
032000     IF WS-PURGE-ALLOWED
032100         PERFORM 2000-PURGE-CUSTOMERS
032200     END-IF
032300     SORT SORT-WORK
032400         ASCENDING KEY SR-CUSTOMER-ID SR-RENTAL-NUMBER
032500         INPUT PROCEDURE IS 3000-RELEASE-HISTORY
032600         OUTPUT PROCEDURE IS 4000-ANONYMISE-HISTORY
032700     PERFORM 5000-WRITE-CERTIFICATE
032800     PERFORM 6000-TERMINATE
032900     PERFORM 9000-DISPLAY-VERSION-TRAILER
033000     STOP RUN.
033100*=================================================================
033200*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
033300*=================================================================
033400 0900-DISPLAY-VERSION-STAMP.
033500     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='PRIVRET -'==
033600                             ==:PROGVERS:== BY =='Version 001'==.
033700*=================================================================
033800*    1000-INITIALIZE - CONTROL CARD, CUT-OFF DATES, OPEN FILES;
033900*    ANY FILE THE PURGE CHECKS OR CLEANS UP THAT WILL NOT OPEN
034000*    HOLDS THE PURGE FOR THE RUN
034100*=================================================================
034200 1000-INITIALIZE.
034300     MOVE 'PRIVRET' TO RCHK-CALLER
034400     CALL 'REGCHK' USING REGION-CHECK
034500     IF RCHK-MISMATCH
034600         DISPLAY 'PRIVRET: REGION INTERLOCK - UPDATES REFUSED'
034700         MOVE 12 TO RETURN-CODE
034800         STOP RUN
034900     END-IF
035000     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
035100     PERFORM 1050-LOAD-CONTROL-CARD
035200     MOVE 'S'                      TO CALR-FUNCTION
035300     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
035400     MOVE ZERO                     TO CALR-END-DATE
035500     MOVE WS-RETAIN-DAYS           TO CALR-DAYS
035600     CALL 'STORECAL' USING CALENDAR-REQUEST
035700     MOVE CALR-RESULT-DATE TO WS-RETAIN-CUTOFF
035800     MOVE 'S'                      TO CALR-FUNCTION
035900     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
036000     MOVE ZERO                     TO CALR-END-DATE
036100     MOVE WS-DORMANT-DAYS          TO CALR-DAYS
036200     CALL 'STORECAL' USING CALENDAR-REQUEST
036300     MOVE CALR-RESULT-DATE TO WS-DORMANT-CUTOFF
036400     OPEN I-O CUSTFILE
036500     IF FC-CUSTFILE-STATUS = '00'
036600         OR FC-CUSTFILE-STATUS = '05'
036700         MOVE 'Y' TO WS-CUSTFILE-AVAIL-SW
036800     ELSE
036900         DISPLAY 'PRIVRET: UNABLE TO OPEN CUSTFILE, STATUS='
037000             FC-CUSTFILE-STATUS
037100         MOVE 'N' TO WS-PURGE-SW
037200     END-IF
037300     OPEN INPUT RENTFILE
037400     IF FC-RENTFILE-STATUS NOT = '00'
037500         AND FC-RENTFILE-STATUS NOT = '05'
037600         DISPLAY 'PRIVRET: UNABLE TO OPEN RENTFILE, STATUS='
037700             FC-RENTFILE-STATUS
037800         MOVE 'N' TO WS-PURGE-SW
037900     END-IF
038000     OPEN I-O RECVFILE
038100     IF FC-RECVFILE-STATUS NOT = '00'
038200         AND FC-RECVFILE-STATUS NOT = '05'
038300         DISPLAY 'PRIVRET: UNABLE TO OPEN RECVFILE, STATUS='
038400             FC-RECVFILE-STATUS
038500         MOVE 'N' TO WS-PURGE-SW
038600     END-IF
038700     OPEN INPUT BLOKFILE
038800     IF FC-BLOKFILE-STATUS NOT = '00'
038900         AND FC-BLOKFILE-STATUS NOT = '05'
039000         DISPLAY 'PRIVRET: UNABLE TO OPEN BLOKFILE, STATUS='
039100             FC-BLOKFILE-STATUS
039200         MOVE 'N' TO WS-PURGE-SW
039300     END-IF
039400     OPEN I-O PLANFILE
039500     IF FC-PLANFILE-STATUS NOT = '00'
039600         AND FC-PLANFILE-STATUS NOT = '05'
039700         DISPLAY 'PRIVRET: UNABLE TO OPEN PLANFILE, STATUS='
039800             FC-PLANFILE-STATUS
039900         MOVE 'N' TO WS-PURGE-SW
040000     END-IF
040100     OPEN I-O CREDFILE
040200     IF FC-CREDFILE-STATUS NOT = '00'
040300         AND FC-CREDFILE-STATUS NOT = '05'
040400         DISPLAY 'PRIVRET: UNABLE TO OPEN CREDFILE, STATUS='
040500             FC-CREDFILE-STATUS
040600         MOVE 'N' TO WS-PURGE-SW
040700     END-IF
040800     OPEN I-O HHMFILE
040900     IF FC-HHMFILE-STATUS NOT = '00'
041000         AND FC-HHMFILE-STATUS NOT = '05'
041100         DISPLAY 'PRIVRET: UNABLE TO OPEN HHMFILE, STATUS='
041200             FC-HHMFILE-STATUS
041300         MOVE 'N' TO WS-PURGE-SW
041400     END-IF
041500     OPEN I-O LOYLFILE
041600     IF FC-LOYLFILE-STATUS NOT = '00'
041700         AND FC-LOYLFILE-STATUS NOT = '05'
041800         DISPLAY 'PRIVRET: UNABLE TO OPEN LOYLFILE, STATUS='
041900             FC-LOYLFILE-STATUS
042000         MOVE 'N' TO WS-PURGE-SW
042100     END-IF
042200     OPEN I-O RISKFILE
042300     IF FC-RISKFILE-STATUS NOT = '00'
042400         AND FC-RISKFILE-STATUS NOT = '05'
042500         DISPLAY 'PRIVRET: UNABLE TO OPEN RISKFILE, STATUS='
042600             FC-RISKFILE-STATUS
042700         MOVE 'N' TO WS-PURGE-SW
042800     END-IF
042900     PERFORM 1100-LOAD-GIFT-PURCHASERS
043000     OPEN OUTPUT RENTHIST-OUT
043100     OPEN OUTPUT PRIVCERT-RPT
043200     IF NOT RCHK-IN-PROD
043300         WRITE PRIVCERT-LINE FROM RCHK-WATERMARK
043400         ADD 1 TO WS-CERT-LINES
043500     END-IF.
043600*=================================================================
043700*    1050-LOAD-CONTROL-CARD
043800*=================================================================
043900 1050-LOAD-CONTROL-CARD.
044000     OPEN INPUT PRIVCTL-FILE
044100     IF FC-PRIVCTL-STATUS = '00'
044200         READ PRIVCTL-FILE
044300             AT END
044400                 CONTINUE
044500             NOT AT END
044600                 IF PC-RETAIN-DAYS NUMERIC
044700                     AND PC-RETAIN-DAYS > ZERO
044800                     MOVE PC-RETAIN-DAYS TO WS-RETAIN-DAYS
044900                 END-IF
045000                 IF PC-DORMANT-DAYS NUMERIC
045100                     AND PC-DORMANT-DAYS > ZERO
045200                     MOVE PC-DORMANT-DAYS TO WS-DORMANT-DAYS
045300                 END-IF
045400         END-READ
045500     END-IF
045600     CLOSE PRIVCTL-FILE.
045700*=================================================================
045800*    1100-LOAD-GIFT-PURCHASERS - EVERY MEMBER WHO BOUGHT A
045900*    CERTIFICATE STILL CARRYING A BALANCE; A TABLE TOO SMALL TO
046000*    HOLD THEM ALL HOLDS THE PURGE
046100*=================================================================
046200 1100-LOAD-GIFT-PURCHASERS.
046300     MOVE 'N' TO WS-LOAD-EOF-SW
046400     OPEN INPUT GIFTFILE
046500     IF FC-GIFTFILE-STATUS NOT = '00'
046600         MOVE 'Y' TO WS-LOAD-EOF-SW
046700         IF FC-GIFTFILE-STATUS NOT = '05'
046800             DISPLAY 'PRIVRET: UNABLE TO OPEN GIFTFILE, STATUS='
046900                 FC-GIFTFILE-STATUS
047000             MOVE 'N' TO WS-PURGE-SW
047100         END-IF
047200     END-IF
047300     PERFORM 1150-LOAD-ONE-GIFT
047400         UNTIL WS-LOAD-EOF
047500     CLOSE GIFTFILE.
047600*=================================================================
047700*    1150-LOAD-ONE-GIFT
047800*=================================================================
047900 1150-LOAD-ONE-GIFT.
048000     READ GIFTFILE NEXT RECORD
048100         AT END
048200             MOVE 'Y' TO WS-LOAD-EOF-SW
048300     END-READ
048400     IF NOT WS-LOAD-EOF
048500         AND GIFT-ACTIVE
048600         AND GIFT-REMAINING-BALANCE > ZERO
048700         AND GIFT-PURCHASER-ID NUMERIC
048800         AND GIFT-PURCHASER-ID > ZERO
048900         IF WS-GIFT-COUNT < 2000
049000             ADD 1 TO WS-GIFT-COUNT
049100             MOVE GIFT-PURCHASER-ID
049200                 TO WS-GF-PURCHASER-ID (WS-GIFT-COUNT)
049300         ELSE
049400             IF WS-PURGE-ALLOWED
049500                 DISPLAY 'PRIVRET: GIFT PURCHASER TABLE FULL - '
049600                     'PURGE HELD'
049700             END-IF
049800             MOVE 'N' TO WS-PURGE-SW
049900         END-IF
050000     END-IF.
050100*=================================================================
050200*    2000-PURGE-CUSTOMERS - ONE PASS OF CUSTFILE
050300*=================================================================
050400 2000-PURGE-CUSTOMERS.
050500     MOVE 'N' TO WS-LOAD-EOF-SW
050600     PERFORM 2100-CHECK-ONE-CUSTOMER
050700         UNTIL WS-LOAD-EOF.
050800*=================================================================
050900*    2100-CHECK-ONE-CUSTOMER - A DEACTIVATED MEMBER OR ONE WHOSE
051000*    MEMBERSHIP RAN OUT BEFORE THE DORMANCY CUT-OFF IS DELETED
051100*    UNLESS SOMETHING ON FILE STILL NEEDS THEM
051200*=================================================================
051300 2100-CHECK-ONE-CUSTOMER.
051400     READ CUSTFILE NEXT RECORD
051500         AT END
051600             MOVE 'Y' TO WS-LOAD-EOF-SW
051700     END-READ
051800     IF NOT WS-LOAD-EOF
051900         ADD 1 TO WS-CUSTOMERS-READ
052000         IF CUSTOMER-IS-INACTIVE
052100             OR (CUSTOMER-EXPIRY-DATE > ZERO
052200                 AND CUSTOMER-EXPIRY-DATE < WS-DORMANT-CUTOFF)
052300             ADD 1 TO WS-CUSTOMERS-DORMANT
052400             MOVE CUSTOMER-ID TO WS-PURGE-CUSTOMER-ID
052500             IF CUSTOMER-IS-INACTIVE
052600                 MOVE 'INACTIVE'  TO WS-PURGE-OLD-VALUE
052700             ELSE
052800                 MOVE 'EXPIRED'   TO WS-PURGE-OLD-VALUE
052900             END-IF
053000             PERFORM 2200-FIND-RETAIN-REASON
053100             EVALUATE TRUE
053200                 WHEN WS-RETAIN-BALANCE
053300                     ADD 1 TO WS-KEPT-BALANCE
053400                 WHEN WS-RETAIN-BLOCKED
053500                     ADD 1 TO WS-KEPT-BLOCKED
053600                 WHEN WS-RETAIN-RENTAL
053700                     ADD 1 TO WS-KEPT-RENTAL
053800                 WHEN WS-RETAIN-GIFT
053900                     ADD 1 TO WS-KEPT-GIFT
054000                 WHEN WS-RETAIN-PLAN
054100                     ADD 1 TO WS-KEPT-PLAN
054200                 WHEN WS-RETAIN-CREDITS
054300                     ADD 1 TO WS-KEPT-CREDITS
054400                 WHEN OTHER
054500                     PERFORM 2500-DESTROY-CUSTOMER
054600             END-EVALUATE
054700         END-IF
054800     END-IF.
054900*=================================================================
055000*    2200-FIND-RETAIN-REASON - THE FIRST THING STILL ON FILE
055100*    FOR THE CUSTOMER; THE RECEIVABLE, PLAN AND CREDIT RECORDS
055200*    FOUND EMPTY ARE NOTED FOR DELETION
055300*=================================================================
055400 2200-FIND-RETAIN-REASON.
055500     MOVE SPACE TO WS-RETAIN-REASON
055600     MOVE 'N'   TO WS-RECV-FOUND-SW
055700     MOVE 'N'   TO WS-PLAN-FOUND-SW
055800     MOVE 'N'   TO WS-CRED-FOUND-SW
055900     MOVE WS-PURGE-CUSTOMER-ID TO RECV-CUSTOMER-ID
056000     READ RECVFILE
056100         INVALID KEY
056200             CONTINUE
056300         NOT INVALID KEY
056400             IF RECV-BALANCE-DUE > ZERO
056500                 OR RECV-CREDIT-BALANCE > ZERO
056600                 OR RECV-OTHER-CHARGES > ZERO
056700                 MOVE 'B' TO WS-RETAIN-REASON
056800             ELSE
056900                 MOVE 'Y' TO WS-RECV-FOUND-SW
057000             END-IF
057100     END-READ
057200     IF WS-NO-RETAIN-REASON
057300         MOVE WS-PURGE-CUSTOMER-ID TO BLOCK-CUSTOMER-ID
057400         READ BLOKFILE
057500             INVALID KEY
057600                 CONTINUE
057700             NOT INVALID KEY
057800                 MOVE 'K' TO WS-RETAIN-REASON
057900         END-READ
058000     END-IF
058100     IF WS-NO-RETAIN-REASON
058200         MOVE WS-PURGE-CUSTOMER-ID TO RENTAL-CUSTOMER-ID
058300         START RENTFILE KEY IS EQUAL TO RENTAL-CUSTOMER-ID
058400             INVALID KEY
058500                 CONTINUE
058600             NOT INVALID KEY
058700                 MOVE 'R' TO WS-RETAIN-REASON
058800         END-START
058900     END-IF
059000     IF WS-NO-RETAIN-REASON
059100         PERFORM 2250-CHECK-GIFT-PURCHASER
059200         IF WS-GIFT-HELD
059300             MOVE 'G' TO WS-RETAIN-REASON
059400         END-IF
059500     END-IF
059600     IF WS-NO-RETAIN-REASON
059700         MOVE WS-PURGE-CUSTOMER-ID TO PLAN-CUSTOMER-ID
059800         READ PLANFILE
059900             INVALID KEY
060000                 CONTINUE
060100             NOT INVALID KEY
060200                 IF PLAN-CANCELLED
060300                     MOVE 'Y' TO WS-PLAN-FOUND-SW
060400                 ELSE
060500                     MOVE 'P' TO WS-RETAIN-REASON
060600                 END-IF
060700         END-READ
060800     END-IF
060900     IF WS-NO-RETAIN-REASON
061000         MOVE WS-PURGE-CUSTOMER-ID TO CRED-CUSTOMER-ID
061100         READ CREDFILE
061200             INVALID KEY
061300                 CONTINUE
061400             NOT INVALID KEY
061500                 IF CRED-CREDITS-AVAILABLE > ZERO
061600                     MOVE 'C' TO WS-RETAIN-REASON
061700                 ELSE
061800                     MOVE 'Y' TO WS-CRED-FOUND-SW
061900                 END-IF
062000         END-READ
062100     END-IF.
062200*=================================================================
062300*    2250-CHECK-GIFT-PURCHASER
062400*=================================================================
062500 2250-CHECK-GIFT-PURCHASER.
062600     MOVE 'N' TO WS-GIFT-HELD-SW
062700     PERFORM 2260-CHECK-ONE-GIFT-ENTRY
062800         VARYING WS-GIFT-SUB FROM 1 BY 1
062900         UNTIL WS-GIFT-SUB > WS-GIFT-COUNT
063000         OR WS-GIFT-HELD.
063100*=================================================================
063200*    2260-CHECK-ONE-GIFT-ENTRY
063300*=================================================================
063400 2260-CHECK-ONE-GIFT-ENTRY.
063500     IF WS-GF-PURCHASER-ID (WS-GIFT-SUB) = WS-PURGE-CUSTOMER-ID
063600         MOVE 'Y' TO WS-GIFT-HELD-SW
063700     END-IF.
063800*=================================================================
063900*    2500-DESTROY-CUSTOMER - THE HOUSEHOLD, THE EMPTY ACCOUNT
064000*    RECORDS, LOYALTY AND RISK SCORE, THEN THE CUSTOMER ITSELF;
064100*    EACH RECORD DESTROYED IS JOURNALLED
064200*=================================================================
064300 2500-DESTROY-CUSTOMER.
064400     MOVE 'PRIVRET' TO CJRN-PROGRAM
064500     MOVE SPACES    TO CJRN-OPERATOR
064600     PERFORM 2600-DESTROY-HOUSEHOLD
064700     IF WS-RECV-FOUND
064800         MOVE WS-PURGE-CUSTOMER-ID TO RECV-CUSTOMER-ID
064900         DELETE RECVFILE RECORD
065000             INVALID KEY
065100                 ADD 1 TO WS-DELETES-FAILED
065200             NOT INVALID KEY
065300                 ADD 1 TO WS-RECV-PURGED
065400                 MOVE 'RECVFILE    ' TO CJRN-FIELD
065500                 MOVE 'ZERO BALANCE' TO CJRN-OLD-VALUE
065600                 PERFORM 2900-JOURNAL-DESTRUCTION
065700         END-DELETE
065800     END-IF
065900     IF WS-PLAN-FOUND
066000         MOVE WS-PURGE-CUSTOMER-ID TO PLAN-CUSTOMER-ID
066100         DELETE PLANFILE RECORD
066200             INVALID KEY
066300                 ADD 1 TO WS-DELETES-FAILED
066400             NOT INVALID KEY
066500                 ADD 1 TO WS-PLAN-PURGED
066600                 MOVE 'PLANFILE    ' TO CJRN-FIELD
066700                 MOVE 'CANCELLED'    TO CJRN-OLD-VALUE
066800                 PERFORM 2900-JOURNAL-DESTRUCTION
066900         END-DELETE
067000     END-IF
067100     IF WS-CRED-FOUND
067200         MOVE WS-PURGE-CUSTOMER-ID TO CRED-CUSTOMER-ID
067300         DELETE CREDFILE RECORD
067400             INVALID KEY
067500                 ADD 1 TO WS-DELETES-FAILED
067600             NOT INVALID KEY
067700                 ADD 1 TO WS-CRED-PURGED
067800                 MOVE 'CREDFILE    ' TO CJRN-FIELD
067900                 MOVE 'NO CREDITS'   TO CJRN-OLD-VALUE
068000                 PERFORM 2900-JOURNAL-DESTRUCTION
068100         END-DELETE
068200     END-IF
068300     MOVE WS-PURGE-CUSTOMER-ID TO LOYL-CUSTOMER-ID
068400     DELETE LOYLFILE RECORD
068500         INVALID KEY
068600             CONTINUE
068700         NOT INVALID KEY
068800             ADD 1 TO WS-LOYL-PURGED
068900             MOVE 'LOYLFILE    ' TO CJRN-FIELD
069000             MOVE 'ON FILE'      TO CJRN-OLD-VALUE
069100             PERFORM 2900-JOURNAL-DESTRUCTION
069200     END-DELETE
069300     MOVE WS-PURGE-CUSTOMER-ID TO RISK-CUSTOMER-ID
069400     DELETE RISKFILE RECORD
069500         INVALID KEY
069600             CONTINUE
069700         NOT INVALID KEY
069800             ADD 1 TO WS-RISK-PURGED
069900             MOVE 'RISKFILE    ' TO CJRN-FIELD
070000             MOVE 'ON FILE'      TO CJRN-OLD-VALUE
070100             PERFORM 2900-JOURNAL-DESTRUCTION
070200     END-DELETE
070300     DELETE CUSTFILE RECORD
070400         INVALID KEY
070500             ADD 1 TO WS-DELETES-FAILED
070600             DISPLAY 'PRIVRET: CUSTFILE DELETE FAILED, CUSTOMER='
070700                 WS-PURGE-CUSTOMER-ID
070800         NOT INVALID KEY
070900             ADD 1 TO WS-CUSTOMERS-PURGED
071000             MOVE 'CUSTFILE    '     TO CJRN-FIELD
071100             MOVE WS-PURGE-OLD-VALUE TO CJRN-OLD-VALUE
071200             PERFORM 2900-JOURNAL-DESTRUCTION
071300     END-DELETE.
071400*=================================================================
071500*    2600-DESTROY-HOUSEHOLD - EVERY MEMBER ON THE ACCOUNT
071600*=================================================================
071700 2600-DESTROY-HOUSEHOLD.
071800     MOVE 'N' TO WS-HHM-EOF-SW
071900     MOVE WS-PURGE-CUSTOMER-ID TO HHM-CUSTOMER-ID
072000     MOVE ZERO                 TO HHM-MEMBER-NO
072100     START HHMFILE KEY IS NOT LESS THAN HHM-KEY
072200         INVALID KEY
072300             MOVE 'Y' TO WS-HHM-EOF-SW
072400     END-START
072500     PERFORM 2650-DESTROY-ONE-MEMBER
072600         UNTIL WS-HHM-EOF.
072700*=================================================================
072800*    2650-DESTROY-ONE-MEMBER
072900*=================================================================
073000 2650-DESTROY-ONE-MEMBER.
073100     READ HHMFILE NEXT RECORD
073200         AT END
073300             MOVE 'Y' TO WS-HHM-EOF-SW
073400     END-READ
073500     IF NOT WS-HHM-EOF
073600         IF HHM-CUSTOMER-ID NOT = WS-PURGE-CUSTOMER-ID
073700             MOVE 'Y' TO WS-HHM-EOF-SW
073800         ELSE
073900             DELETE HHMFILE RECORD
074000                 INVALID KEY
074100                     ADD 1 TO WS-DELETES-FAILED
074200                 NOT INVALID KEY
074300                     ADD 1 TO WS-HHM-PURGED
074400                     PERFORM 2950-JOURNAL-MEMBER
074500             END-DELETE
074600         END-IF
074700     END-IF.
074800*=================================================================
074900*    2900-JOURNAL-DESTRUCTION - CJRN-FIELD NAMES THE FILE AND
075000*    CJRN-OLD-VALUE WHAT WAS ON IT; NEVER A NAME OR ADDRESS
075100*=================================================================
075200 2900-JOURNAL-DESTRUCTION.
075300     MOVE SPACES               TO CJRN-KEY
075400     MOVE WS-PURGE-CUSTOMER-ID TO CJRN-KEY (1:6)
075500     MOVE 'PURGED'             TO CJRN-NEW-VALUE
075600     CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST.
075700*=================================================================
075800*    2950-JOURNAL-MEMBER - KEYED CUSTOMER-MEMBER AS HHMMNT DOES
075900*=================================================================
076000 2950-JOURNAL-MEMBER.
076100     MOVE SPACES               TO CJRN-KEY
076200     MOVE WS-PURGE-CUSTOMER-ID TO CJRN-KEY (1:6)
076300     MOVE '-'                  TO CJRN-KEY (7:1)
076400     MOVE HHM-MEMBER-NO        TO CJRN-KEY (8:2)
076500     MOVE 'HHMFILE     '       TO CJRN-FIELD
076600     MOVE 'ON FILE'            TO CJRN-OLD-VALUE
076700     MOVE 'PURGED'             TO CJRN-NEW-VALUE
076800     CALL 'CHGJRNL' USING CHANGE-JOURNAL-REQUEST.
076900*=================================================================
077000*    3000-RELEASE-HISTORY - EVERY ARCHIVE LINE, NOTING THE
077100*    HIGHEST TOKEN ALREADY ISSUED
077200*=================================================================
077300 3000-RELEASE-HISTORY.
077400     MOVE 'N' TO WS-LOAD-EOF-SW
077500     OPEN INPUT RENTHIST-IN
077600     IF FC-RENTHIST-STATUS NOT = '00'
077700         MOVE 'Y' TO WS-LOAD-EOF-SW
077800     END-IF
077900     PERFORM 3100-RELEASE-ONE-LINE
078000         UNTIL WS-LOAD-EOF
078100     CLOSE RENTHIST-IN
078200     IF WS-HIGH-TOKEN < WS-FIRST-TOKEN
078300         MOVE WS-FIRST-TOKEN TO WS-HIGH-TOKEN
078400     END-IF.
078500*=================================================================
078600*    3100-RELEASE-ONE-LINE
078700*=================================================================
078800 3100-RELEASE-ONE-LINE.
078900     READ RENTHIST-IN
079000         AT END
079100             MOVE 'Y' TO WS-LOAD-EOF-SW
079200     END-READ
079300     IF NOT WS-LOAD-EOF
079400         ADD 1 TO WS-HISTORY-READ
079500         MOVE RENTHIST-IN-LINE TO SORT-RECORD
079600         IF SR-CUSTOMER-ID NUMERIC
079700             MOVE SR-CUSTOMER-ID TO WS-HIST-CUSTOMER-ID
079800             IF WS-HIST-CUSTOMER-ID > WS-HIGH-TOKEN
079900                 AND WS-HIST-CUSTOMER-ID NOT < WS-FIRST-TOKEN
080000                 MOVE WS-HIST-CUSTOMER-ID TO WS-HIGH-TOKEN
080100             END-IF
080200         END-IF
080300         RELEASE SORT-RECORD
080400     END-IF.
080500*=================================================================
080600*    4000-ANONYMISE-HISTORY - ONE PASS OVER THE SORTED
080700*    ARCHIVE, BREAKING ON CUSTOMER
080800*=================================================================
080900 4000-ANONYMISE-HISTORY.
081000     PERFORM 4100-RETURN-ONE-LINE
081100     PERFORM 4200-ANONYMISE-ONE-CUSTOMER
081200         UNTIL WS-SORT-EOF.
081300*=================================================================
081400*    4100-RETURN-ONE-LINE
081500*=================================================================
081600 4100-RETURN-ONE-LINE.
081700     RETURN SORT-WORK
081800         AT END
081900             MOVE 'Y' TO WS-SORT-EOF-SW
082000     END-RETURN.
082100*=================================================================
082200*    4200-ANONYMISE-ONE-CUSTOMER - WHETHER THE CUSTOMER IS
082300*    STILL ON CUSTFILE DECIDES IF ALL THEIR LINES GO OR ONLY
082400*    THE AGED ONES; THE TOKEN IS ISSUED ON FIRST NEED
082500*=================================================================
082600 4200-ANONYMISE-ONE-CUSTOMER.
082700     MOVE SR-CUSTOMER-ID TO WS-BREAK-CUSTOMER-ID
082800     MOVE ZERO           TO WS-CUSTOMER-TOKEN
082900     IF SR-CUSTOMER-ID NOT NUMERIC
083000         MOVE 'X' TO WS-HISTORY-TYPE-SW
083100     ELSE
083200         MOVE SR-CUSTOMER-ID TO WS-HIST-CUSTOMER-ID
083300         IF WS-HIST-CUSTOMER-ID NOT < WS-FIRST-TOKEN
083400             MOVE 'T' TO WS-HISTORY-TYPE-SW
083500         ELSE
083600             MOVE 'C' TO WS-HISTORY-TYPE-SW
083700             IF WS-CUSTFILE-AVAILABLE
083800                 MOVE WS-HIST-CUSTOMER-ID TO CUSTOMER-ID
083900                 READ CUSTFILE
084000                     INVALID KEY
084100                         MOVE 'N' TO WS-HISTORY-TYPE-SW
084200                 END-READ
084300             END-IF
084400         END-IF
084500     END-IF
084600     PERFORM 4300-TAKE-ONE-LINE
084700         UNTIL WS-SORT-EOF
084800         OR SR-CUSTOMER-ID NOT = WS-BREAK-CUSTOMER-ID.
084900*=================================================================
085000*    4300-TAKE-ONE-LINE
085100*=================================================================
085200 4300-TAKE-ONE-LINE.
085300     EVALUATE TRUE
085400         WHEN WS-HIST-UNREADABLE
085500             ADD 1 TO WS-LINES-UNREADABLE
085600         WHEN WS-HIST-ANONYMOUS
085700             ADD 1 TO WS-LINES-ALREADY-ANON
085800         WHEN WS-HIST-NOT-ON-FILE
085900             PERFORM 4400-ANONYMISE-LINE
086000             IF WS-CUSTOMER-TOKEN > ZERO
086100                 ADD 1 TO WS-LINES-NOT-ON-FILE
086200             END-IF
086300         WHEN SR-CHECKOUT-DATE NOT NUMERIC
086400             ADD 1 TO WS-LINES-UNREADABLE
086500         WHEN SR-CHECKOUT-DATE < WS-RETAIN-CUTOFF
086600             PERFORM 4400-ANONYMISE-LINE
086700             IF WS-CUSTOMER-TOKEN > ZERO
086800                 ADD 1 TO WS-LINES-AGED
086900             END-IF
087000         WHEN OTHER
087100             CONTINUE
087200     END-EVALUATE
087300     WRITE RENTHIST-OUT-LINE FROM SORT-RECORD
087400     ADD 1 TO WS-HISTORY-WRITTEN
087500     PERFORM 4100-RETURN-ONE-LINE.
087600*=================================================================
087700*    4400-ANONYMISE-LINE - THE CUSTOMER'S TOKEN, ISSUED FROM THE
087800*    TOP OF THE RESERVED RANGE ON FIRST NEED; WITH THE RANGE
087900*    USED UP THE LINE IS LEFT AND COUNTED
088000*=================================================================
088100 4400-ANONYMISE-LINE.
088200     IF WS-CUSTOMER-TOKEN = ZERO
088300         AND WS-HIGH-TOKEN < 999999
088400         ADD 1 TO WS-HIGH-TOKEN
088500         MOVE WS-HIGH-TOKEN TO WS-CUSTOMER-TOKEN
088600         ADD 1 TO WS-TOKENS-ISSUED
088700     END-IF
088800     IF WS-CUSTOMER-TOKEN = ZERO
088900         ADD 1 TO WS-LINES-NO-TOKEN
089000     ELSE
089100         MOVE WS-CUSTOMER-TOKEN TO SR-CUSTOMER-ID
089200         IF SR-MEMBER-NO NOT = SPACES
089300             MOVE '00'          TO SR-MEMBER-NO
089400         END-IF
089500     END-IF.
089600*=================================================================
089700*    5000-WRITE-CERTIFICATE - CERTIFICATE OF DESTRUCTION
089800*=================================================================
089900 5000-WRITE-CERTIFICATE.
090000     MOVE WS-CURRENT-DATE-YYYYMMDD TO CT-RUN-DATE
090100     WRITE PRIVCERT-LINE FROM WS-CERT-TITLE
090200     WRITE PRIVCERT-LINE FROM WS-CERT-SUBTITLE
090300     MOVE SPACES TO PRIVCERT-LINE
090400     WRITE PRIVCERT-LINE
090500     MOVE 'HISTORY CHECKED OUT BEFORE (RETENTION CUT-OFF)'
090600         TO CD-LABEL
090700     MOVE WS-RETAIN-CUTOFF TO CD-DATE
090800     WRITE PRIVCERT-LINE FROM WS-CERT-DATE-LINE
090900     MOVE 'MEMBERSHIP EXPIRED BEFORE (DORMANCY CUT-OFF)'
091000         TO CD-LABEL
091100     MOVE WS-DORMANT-CUTOFF TO CD-DATE
091200     WRITE PRIVCERT-LINE FROM WS-CERT-DATE-LINE
091300     ADD 5 TO WS-CERT-LINES
091400     MOVE 'RENTAL HISTORY (RENTHIST TO RENTHNEW)' TO CH-HEADING
091500     PERFORM 5100-WRITE-HEADING
091600     MOVE 'ARCHIVE LINES READ' TO CC-LABEL
091700     MOVE WS-HISTORY-READ TO CC-COUNT
091800     PERFORM 5200-WRITE-COUNT
091900     MOVE 'ANONYMISED - PAST RETENTION AGE' TO CC-LABEL
092000     MOVE WS-LINES-AGED TO CC-COUNT
092100     PERFORM 5200-WRITE-COUNT
092200     MOVE 'ANONYMISED - CUSTOMER NO LONGER ON FILE' TO CC-LABEL
092300     MOVE WS-LINES-NOT-ON-FILE TO CC-COUNT
092400     PERFORM 5200-WRITE-COUNT
092500     MOVE 'ALREADY ANONYMOUS' TO CC-LABEL
092600     MOVE WS-LINES-ALREADY-ANON TO CC-COUNT
092700     PERFORM 5200-WRITE-COUNT
092800     MOVE 'CUSTOMERS GIVEN A TOKEN' TO CC-LABEL
092900     MOVE WS-TOKENS-ISSUED TO CC-COUNT
093000     PERFORM 5200-WRITE-COUNT
093100     MOVE 'LEFT AS IS - TOKEN RANGE USED UP' TO CC-LABEL
093200     MOVE WS-LINES-NO-TOKEN TO CC-COUNT
093300     PERFORM 5200-WRITE-COUNT
093400     MOVE 'LEFT AS IS - LINE UNREADABLE' TO CC-LABEL
093500     MOVE WS-LINES-UNREADABLE TO CC-COUNT
093600     PERFORM 5200-WRITE-COUNT
093700     MOVE 'ARCHIVE LINES WRITTEN' TO CC-LABEL
093800     MOVE WS-HISTORY-WRITTEN TO CC-COUNT
093900     PERFORM 5200-WRITE-COUNT
094000     MOVE 'CUSTOMER RECORDS' TO CH-HEADING
094100     PERFORM 5100-WRITE-HEADING
094200     IF WS-PURGE-HELD
094300         MOVE 'PURGE NOT RUN - A FILE COULD NOT BE OPENED OR THE'
094400             TO CX-TEXT
094500         WRITE PRIVCERT-LINE FROM WS-CERT-TEXT-LINE
094600         MOVE 'GIFT PURCHASER TABLE WAS FULL; NOTHING DELETED'
094700             TO CX-TEXT
094800         WRITE PRIVCERT-LINE FROM WS-CERT-TEXT-LINE
094900         ADD 2 TO WS-CERT-LINES
095000     END-IF
095100     MOVE 'CUSTOMERS READ' TO CC-LABEL
095200     MOVE WS-CUSTOMERS-READ TO CC-COUNT
095300     PERFORM 5200-WRITE-COUNT
095400     MOVE 'INACTIVE OR LONG EXPIRED' TO CC-LABEL
095500     MOVE WS-CUSTOMERS-DORMANT TO CC-COUNT
095600     PERFORM 5200-WRITE-COUNT
095700     MOVE 'KEPT - BALANCE OR CREDIT ON ACCOUNT' TO CC-LABEL
095800     MOVE WS-KEPT-BALANCE TO CC-COUNT
095900     PERFORM 5200-WRITE-COUNT
096000     MOVE 'KEPT - ON THE BLOCK LIST' TO CC-LABEL
096100     MOVE WS-KEPT-BLOCKED TO CC-COUNT
096200     PERFORM 5200-WRITE-COUNT
096300     MOVE 'KEPT - RENTAL STILL ON RENTFILE' TO CC-LABEL
096400     MOVE WS-KEPT-RENTAL TO CC-COUNT
096500     PERFORM 5200-WRITE-COUNT
096600     MOVE 'KEPT - GIFT CERTIFICATE WITH A BALANCE' TO CC-LABEL
096700     MOVE WS-KEPT-GIFT TO CC-COUNT
096800     PERFORM 5200-WRITE-COUNT
096900     MOVE 'KEPT - PAYMENT PLAN' TO CC-LABEL
097000     MOVE WS-KEPT-PLAN TO CC-COUNT
097100     PERFORM 5200-WRITE-COUNT
097200     MOVE 'KEPT - FREE-RENTAL CREDITS' TO CC-LABEL
097300     MOVE WS-KEPT-CREDITS TO CC-COUNT
097400     PERFORM 5200-WRITE-COUNT
097500     MOVE 'RECORDS DESTROYED' TO CH-HEADING
097600     PERFORM 5100-WRITE-HEADING
097700     MOVE 'CUSTFILE  - CUSTOMERS' TO CC-LABEL
097800     MOVE WS-CUSTOMERS-PURGED TO CC-COUNT
097900     PERFORM 5200-WRITE-COUNT
098000     MOVE 'HHMFILE   - HOUSEHOLD MEMBERS' TO CC-LABEL
098100     MOVE WS-HHM-PURGED TO CC-COUNT
098200     PERFORM 5200-WRITE-COUNT
098300     MOVE 'RECVFILE  - RECEIVABLES' TO CC-LABEL
098400     MOVE WS-RECV-PURGED TO CC-COUNT
098500     PERFORM 5200-WRITE-COUNT
098600     MOVE 'PLANFILE  - PAYMENT PLANS' TO CC-LABEL
098700     MOVE WS-PLAN-PURGED TO CC-COUNT
098800     PERFORM 5200-WRITE-COUNT
098900     MOVE 'CREDFILE  - FREE-RENTAL CREDIT' TO CC-LABEL
099000     MOVE WS-CRED-PURGED TO CC-COUNT
099100     PERFORM 5200-WRITE-COUNT
099200     MOVE 'LOYLFILE  - LOYALTY' TO CC-LABEL
099300     MOVE WS-LOYL-PURGED TO CC-COUNT
099400     PERFORM 5200-WRITE-COUNT
099500     MOVE 'RISKFILE  - RISK SCORES' TO CC-LABEL
099600     MOVE WS-RISK-PURGED TO CC-COUNT
099700     PERFORM 5200-WRITE-COUNT
099800     MOVE 'DELETES FAILED' TO CC-LABEL
099900     MOVE WS-DELETES-FAILED TO CC-COUNT
100000     PERFORM 5200-WRITE-COUNT
100100     MOVE SPACES TO PRIVCERT-LINE
100200     WRITE PRIVCERT-LINE
100300     MOVE 'THE RECORDS COUNTED ABOVE WERE DESTROYED OR ANONYMISED'
100400         TO CX-TEXT
100500     WRITE PRIVCERT-LINE FROM WS-CERT-TEXT-LINE
100600     MOVE 'ON THE RUN DATE; EACH RECORD DESTROYED IS LOGGED ON'
100700         TO CX-TEXT
100800     WRITE PRIVCERT-LINE FROM WS-CERT-TEXT-LINE
100900     MOVE 'THE CHGJRNL CHANGE JOURNAL UNDER PROGRAM PRIVRET.'
101000         TO CX-TEXT
101100     WRITE PRIVCERT-LINE FROM WS-CERT-TEXT-LINE
101200     MOVE SPACES TO PRIVCERT-LINE
101300     WRITE PRIVCERT-LINE
101400     MOVE 'DESTROYED BY' TO CS-ROLE
101500     WRITE PRIVCERT-LINE FROM WS-CERT-SIGN-LINE
101600     MOVE SPACES TO PRIVCERT-LINE
101700     WRITE PRIVCERT-LINE
101800     MOVE 'WITNESSED BY' TO CS-ROLE
101900     WRITE PRIVCERT-LINE FROM WS-CERT-SIGN-LINE
102000     ADD 8 TO WS-CERT-LINES.
102100*=================================================================
102200*    5100-WRITE-HEADING
102300*=================================================================
102400 5100-WRITE-HEADING.
102500     MOVE SPACES TO PRIVCERT-LINE
102600     WRITE PRIVCERT-LINE
102700     WRITE PRIVCERT-LINE FROM WS-CERT-HEAD-LINE
102800     ADD 2 TO WS-CERT-LINES.
102900*=================================================================
103000*    5200-WRITE-COUNT
103100*=================================================================
103200 5200-WRITE-COUNT.
103300     WRITE PRIVCERT-LINE FROM WS-CERT-COUNT-LINE
103400     ADD 1 TO WS-CERT-LINES.
103500*=================================================================
103600*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
103700*=================================================================
103800 6000-TERMINATE.
103900     IF WS-CUSTFILE-AVAILABLE
104000         CLOSE CUSTFILE
104100     END-IF
104200     CLOSE RENTFILE
104300     CLOSE RECVFILE
104400     CLOSE BLOKFILE
104500     CLOSE PLANFILE
104600     CLOSE CREDFILE
104700     CLOSE HHMFILE
104800     CLOSE LOYLFILE
104900     CLOSE RISKFILE
105000     CLOSE RENTHIST-OUT
105100     CLOSE PRIVCERT-RPT
105200     DISPLAY 'PRIVRET: RETENTION CUT-OFF = ' WS-RETAIN-CUTOFF
105300     DISPLAY 'PRIVRET: DORMANCY CUT-OFF  = ' WS-DORMANT-CUTOFF
105400     DISPLAY 'PRIVRET: HISTORY READ      = ' WS-HISTORY-READ
105500     DISPLAY 'PRIVRET: HISTORY WRITTEN   = ' WS-HISTORY-WRITTEN
105600     DISPLAY 'PRIVRET: LINES AGED OUT    = ' WS-LINES-AGED
105700     DISPLAY 'PRIVRET: LINES NOT ON FILE = ' WS-LINES-NOT-ON-FILE
105800     DISPLAY 'PRIVRET: TOKENS ISSUED     = ' WS-TOKENS-ISSUED
105900     DISPLAY 'PRIVRET: LINES NO TOKEN    = ' WS-LINES-NO-TOKEN
106000     DISPLAY 'PRIVRET: CUSTOMERS READ    = ' WS-CUSTOMERS-READ
106100     DISPLAY 'PRIVRET: CUSTOMERS DORMANT = ' WS-CUSTOMERS-DORMANT
106200     DISPLAY 'PRIVRET: CUSTOMERS PURGED  = ' WS-CUSTOMERS-PURGED
106300     DISPLAY 'PRIVRET: DELETES FAILED    = ' WS-DELETES-FAILED
106400     IF WS-PURGE-HELD
106500         DISPLAY 'PRIVRET: CUSTOMER PURGE HELD THIS RUN'
106600         MOVE 4 TO RETURN-CODE
106700     END-IF.
106800*=================================================================
106900*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
107000*=================================================================
107100 9000-DISPLAY-VERSION-TRAILER.
107200     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='PRIVRET -'==
107300                             ==:LINECOUNT:== BY
107400                                 WS-CERT-LINES.
