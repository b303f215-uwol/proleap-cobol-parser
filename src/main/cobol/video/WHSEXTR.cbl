000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    WHSEXTR.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY HEAD-OFFICE DATA
001200*                   WAREHOUSE EXTRACT.
001300*=================================================================
001400*  WRITES THE FILES HEAD OFFICE LOADS INTO ITS ANALYTICS
001500*  WAREHOUSE, ONE PIPE-DELIMITED FILE PER SOURCE:
001600*    WHVIDEO  EVERY VIDOFILE TITLE
001700*    WHCOPY   EVERY CPYFILE COPY
001800*    WHRHIST  EVERY ARCHIVED RENTAL ON RENTHIST
001900*    WHRENT   THE MONTH'S RENTFILE ACTIVITY - RENTALS CHECKED
002000*             OUT OR RETURNED IN THE MONTH
002100*    WHCUST   EVERY CUSTFILE CUSTOMER WITH THE NAME, ADDRESS
002200*             AND PHONE LEFT OUT; ONLY THE FIRST THREE DIGITS OF
002300*             THE POSTAL CODE (THE LAST RUN OF FIVE OR MORE
002400*             DIGITS IN THE ADDRESS) ARE KEPT
002500*  EACH FILE OPENS WITH AN H LINE (FILE, MONTH, AS-OF DATE) AND
002600*  CLOSES WITH A T LINE CARRYING THE DETAIL COUNT AND A HASH
002700*  TOTAL OF THE PRIMARY KEYS, FOLDED AT TWELVE DIGITS THE SAME
002800*  WAY AS FILUNLD.  TEXT FIELDS ARE SENT WITHOUT TRAILING BLANKS
002900*  AND ANY '|' IN THEM IS SENT AS '/'.  WHMANIF LISTS WHAT WAS
003000*  SENT - ONE F LINE PER FILE WITH ITS COUNT AND HASH.
003100*
003200*  THE MONTH IS THE ONE BEFORE THE BUSINESS DATE AND THE AS-OF
003300*  DATE IS THE BUSINESS DATE ITSELF, SO A BUSDATE CARD REPRODUCES
003400*  AN EARLIER MONTH'S EXTRACT.  LIKE STOREPL, WHSEXTR IS A
003500*  MONTH-END LEG ON THE CALSCHED PROCESSING CALENDAR: A SKIP
003600*  DECISION FOR WHSEXTR ON TONIGHT'S CALDECIS ENDS THE RUN AT
003700*  ONCE, RC 0, WITHOUT WRITING ANYTHING BUT THE MANIFEST.
003800*=================================================================
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004900         FILE STATUS IS FC-VIDOFILE-STATUS.
005000     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS COPY-KEY OF COPY-RECORD
005400         FILE STATUS IS FC-CPYFILE-STATUS.
005500     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
005900         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
006000            OF RENTAL-RECORD WITH DUPLICATES
006100         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
006200            OF RENTAL-RECORD WITH DUPLICATES
006300         FILE STATUS IS FC-RENTFILE-STATUS.
006400     SELECT OPTIONAL CUSTFILE ASSIGN TO 'IDXCUST'
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
006800         FILE STATUS IS FC-CUSTFILE-STATUS.
006900     SELECT OPTIONAL RENTHIST-IN ASSIGN TO 'RENTHIST'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FC-RENTHIST-STATUS.
007200     SELECT OPTIONAL CALDECIS-IN ASSIGN TO 'CALDECIS'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FC-CALDECIS-STATUS.
007500     SELECT WHVIDEO-OUT ASSIGN TO 'WHVIDEO'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FC-WHVIDEO-STATUS.
007800     SELECT WHCOPY-OUT ASSIGN TO 'WHCOPY'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FC-WHCOPY-STATUS.
008100     SELECT WHRHIST-OUT ASSIGN TO 'WHRHIST'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS FC-WHRHIST-STATUS.
008400     SELECT WHRENT-OUT ASSIGN TO 'WHRENT'
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS FC-WHRENT-STATUS.
008700     SELECT WHCUST-OUT ASSIGN TO 'WHCUST'
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS FC-WHCUST-STATUS.
009000     SELECT WHMANIF-OUT ASSIGN TO 'WHMANIF'
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS FC-WHMANIF-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  VIDOFILE.
009600 COPY VIDOREC.
009700 FD  CPYFILE.
009800 COPY COPYREC.
009900 FD  RENTFILE.
010000 COPY RENTREC.
010100 FD  CUSTFILE.
010200 COPY CUSTREC.
010300 FD  RENTHIST-IN
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  RENTHIST-IN-LINE.
010600     05  RH-RENTAL-NUMBER           PIC 9(7).
010700     05  FILLER                     PIC X(1).
010800     05  RH-VIDEO-CODE              PIC 9(5).
010900     05  FILLER                     PIC X(1).
011000     05  RH-CUSTOMER-ID             PIC 9(6).
011100     05  FILLER                     PIC X(1).
011200     05  RH-CHECKOUT-DATE           PIC 9(8).
011300     05  FILLER                     PIC X(1).
011400     05  RH-DUE-DATE                PIC 9(8).
011500     05  FILLER                     PIC X(1).
011600     05  RH-RETURN-DATE             PIC 9(8).
011700     05  FILLER                     PIC X(1).
011800     05  RH-LATE-FEE                PIC 9(5)V99.
011900     05  FILLER                     PIC X(1).
012000     05  RH-STATUS                  PIC X(1).
012100     05  FILLER                     PIC X(1).
012200     05  RH-MEMBER-NO               PIC 9(2).
012300     05  FILLER                     PIC X(1).
012400     05  RH-COPY-NUMBER             PIC 9(3).
012500     05  FILLER                     PIC X(16).
012600 FD  CALDECIS-IN
012700     RECORD CONTAINS 80 CHARACTERS.
012800 01  CALDECIS-IN-LINE.
012900     05  FILLER                     PIC X(1).
013000     05  CD-JOB-NAME                PIC X(20).
013100     05  FILLER                     PIC X(2).
013200     05  CD-DECISION                PIC X(4).
013300     05  FILLER                     PIC X(53).
013400 FD  WHVIDEO-OUT
013500     RECORD CONTAINS 200 CHARACTERS.
013600 01  WHVIDEO-LINE                   PIC X(200).
013700 FD  WHCOPY-OUT
013800     RECORD CONTAINS 200 CHARACTERS.
013900 01  WHCOPY-LINE                    PIC X(200).
014000 FD  WHRHIST-OUT
014100     RECORD CONTAINS 200 CHARACTERS.
014200 01  WHRHIST-LINE                   PIC X(200).
014300 FD  WHRENT-OUT
014400     RECORD CONTAINS 200 CHARACTERS.
014500 01  WHRENT-LINE                    PIC X(200).
014600 FD  WHCUST-OUT
014700     RECORD CONTAINS 200 CHARACTERS.
014800 01  WHCUST-LINE                    PIC X(200).
014900 FD  WHMANIF-OUT
015000     RECORD CONTAINS 200 CHARACTERS.
015100 01  WHMANIF-LINE                   PIC X(200).
015200 WORKING-STORAGE SECTION.
015300*=================================================================
015400 COPY VERSTAMP.
015500 01  FC-STATUSES.
015600     05  FC-VIDOFILE-STATUS         PIC X(2).
015700     05  FC-CPYFILE-STATUS          PIC X(2).
015800     05  FC-RENTFILE-STATUS         PIC X(2).
015900     05  FC-CUSTFILE-STATUS         PIC X(2).
016000     05  FC-RENTHIST-STATUS         PIC X(2).
016100     05  FC-CALDECIS-STATUS         PIC X(2).
016200     05  FC-WHVIDEO-STATUS          PIC X(2).
016300     05  FC-WHCOPY-STATUS           PIC X(2).
016400     05  FC-WHRHIST-STATUS          PIC X(2).
016500     05  FC-WHRENT-STATUS           PIC X(2).
016600     05  FC-WHCUST-STATUS           PIC X(2).
016700     05  FC-WHMANIF-STATUS          PIC X(2).
016800 01  WS-SWITCHES.
016900     05  WS-SOURCE-EOF-SW           PIC X(1) VALUE 'N'.
017000         88  WS-SOURCE-EOF          VALUE 'Y'.
017100     05  WS-CAL-EOF-SW              PIC X(1) VALUE 'N'.
017200         88  WS-CAL-EOF             VALUE 'Y'.
017300     05  WS-NOT-DUE-SW              PIC X(1) VALUE 'N'.
017400         88  WS-NOT-DUE             VALUE 'Y'.
017500 01  WS-CURRENT-DATE.
017600     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
017700     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE-YYYYMMDD.
017800         10  WS-CURRENT-YYYY        PIC 9(4).
017900         10  WS-CURRENT-MM          PIC 9(2).
018000         10  WS-CURRENT-DD          PIC 9(2).
018100 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
018200 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.
018300     05  WS-PERIOD-YYYY             PIC 9(4).
018400     05  WS-PERIOD-MM               PIC 9(2).
018500 01  WS-MONTH-START-DATE            PIC 9(8).
018600 01  WS-MONTH-END-DATE              PIC 9(8).
018700*=================================================================
018800*    THE FILE BEING WRITTEN, AND WHAT WAS SENT FOR THE MANIFEST
018900*=================================================================
019000 01  WS-EXTRACT-FIELDS.
019100     05  WS-EXTRACT-NAME            PIC X(8).
019200     05  WS-EXTRACT-SOURCE          PIC X(8).
019300     05  WS-EXTRACT-COUNT           PIC 9(9).
019400     05  WS-EXTRACT-HASH            PIC 9(13).
019500     05  WS-HASH-KEY                PIC 9(9).
019600 01  WS-MANIFEST-TABLE.
019700     05  WS-MANIFEST-COUNT          PIC 9(1) VALUE ZERO.
019800     05  WS-MANIFEST-ENTRY OCCURS 5 TIMES.
019900         10  WS-MF-NAME             PIC X(8).
020000         10  WS-MF-SOURCE           PIC X(8).
020100         10  WS-MF-COUNT            PIC 9(9).
020200         10  WS-MF-HASH             PIC 9(12).
020300 01  WS-MANIFEST-SUB                PIC 9(1).
020400 01  WS-RECORDS-READ                PIC 9(9) VALUE ZERO.
020500 01  WS-REPORT-LINES                PIC 9(5) VALUE ZERO.
020600*=================================================================
020700*    DELIMITED-LINE BUILDING - EACH FIELD IS MOVED TO
020800*    WS-FIELD-TEXT AND APPENDED AFTER A '|'
020900*=================================================================
021000 01  WS-OUT-LINE                    PIC X(200).
021100 01  WS-OUT-PTR                     PIC 9(3).
021200 01  WS-FIELD-TEXT                  PIC X(40).
021300 01  WS-FIELD-LEN                   PIC 9(2).
021400 01  WS-EDIT-AMOUNT                 PIC 9(7).99.
021500 01  WS-POSTAL-FIELDS.
021600     05  WS-ADDR-SUB                PIC 9(2).
021700     05  WS-RUN-START               PIC 9(2).
021800     05  WS-RUN-LEN                 PIC 9(2).
021900     05  WS-POSTAL-START            PIC 9(2).
022000 PROCEDURE DIVISION.
022100*=================================================================
022200 0000-MAINLINE.
022300     PERFORM 0900-DISPLAY-VERSION-STAMP
022400     PERFORM 1000-INITIALIZE
022500     IF NOT WS-NOT-DUE
022600         PERFORM 2000-EXTRACT-VIDOFILE
022700         PERFORM 3000-EXTRACT-CPYFILE
022800         PERFORM 4000-EXTRACT-RENTHIST
022900         PERFORM 5000-EXTRACT-RENTFILE
023000         PERFORM 6000-EXTRACT-CUSTFILE
023100     END-IF
023200     PERFORM 7000-WRITE-THE-MANIFEST
023300     PERFORM 7900-TERMINATE
023400     PERFORM 9000-DISPLAY-VERSION-TRAILER
023500     STOP RUN.
023600*=================================================================
023700*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
023800*=================================================================
023900 0900-DISPLAY-VERSION-STAMP.
024000     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='WHSEXTR -'==
024100                             ==:PROGVERS:== BY =='Version 001'==.
024200*=================================================================
024300*    1000-INITIALIZE - CALENDAR GATE AND THE EXTRACT MONTH
024400*=================================================================
024500 1000-INITIALIZE.
024600     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
024700     PERFORM 1020-CHECK-THE-CALENDAR
024800     IF WS-CURRENT-MM = 1
024900         COMPUTE WS-PERIOD-YYYY = WS-CURRENT-YYYY - 1
025000         MOVE 12 TO WS-PERIOD-MM
025100     ELSE
025200         MOVE WS-CURRENT-YYYY TO WS-PERIOD-YYYY
025300         COMPUTE WS-PERIOD-MM = WS-CURRENT-MM - 1
025400     END-IF
025500     COMPUTE WS-MONTH-START-DATE = WS-PERIOD-YYYYMM * 100 + 1
025600     COMPUTE WS-MONTH-END-DATE   = WS-PERIOD-YYYYMM * 100 + 31
025700     IF WS-NOT-DUE
025800         DISPLAY 'WHSEXTR: NOT DUE ON THE PROCESSING CALENDAR'
025900     END-IF.
026000*=================================================================
026100*    1020-CHECK-THE-CALENDAR - A SKIP DECISION FOR WHSEXTR ON
026200*    TONIGHT'S CALDECIS STANDS THE RUN DOWN
026300*=================================================================
026400 1020-CHECK-THE-CALENDAR.
026500     OPEN INPUT CALDECIS-IN
026600     IF FC-CALDECIS-STATUS NOT = '00'
026700         MOVE 'Y' TO WS-CAL-EOF-SW
026800     END-IF
026900     PERFORM 1030-CHECK-ONE-DECISION
027000         UNTIL WS-CAL-EOF
027100     CLOSE CALDECIS-IN.
027200*=================================================================
027300*    1030-CHECK-ONE-DECISION
027400*=================================================================
027500 1030-CHECK-ONE-DECISION.
027600     READ CALDECIS-IN
027700         AT END
027800             MOVE 'Y' TO WS-CAL-EOF-SW
027900     END-READ
028000     IF NOT WS-CAL-EOF
028100         AND CD-JOB-NAME = 'WHSEXTR'
028200         IF CD-DECISION = 'SKIP'
028300             MOVE 'Y' TO WS-NOT-DUE-SW
028400         END-IF
028500         MOVE 'Y' TO WS-CAL-EOF-SW
028600     END-IF.
028700*=================================================================
028800*    2000-EXTRACT-VIDOFILE
028900*=================================================================
029000 2000-EXTRACT-VIDOFILE.
029100     MOVE 'WHVIDEO'  TO WS-EXTRACT-NAME
029200     MOVE 'VIDOFILE' TO WS-EXTRACT-SOURCE
029300     PERFORM 8000-START-EXTRACT
029400     OPEN INPUT VIDOFILE
029500     IF FC-VIDOFILE-STATUS NOT = '00'
029600         AND FC-VIDOFILE-STATUS NOT = '05'
029700         DISPLAY 'WHSEXTR: VIDOFILE NOT AVAILABLE, STATUS='
029800             FC-VIDOFILE-STATUS
029900         MOVE 'Y' TO WS-SOURCE-EOF-SW
030000         MOVE 8 TO RETURN-CODE
030100     END-IF
030200     OPEN OUTPUT WHVIDEO-OUT
030300     PERFORM 8200-BUILD-HEADER
030400     WRITE WHVIDEO-LINE FROM WS-OUT-LINE
030500     PERFORM 2100-EXTRACT-ONE-VIDEO
030600         UNTIL WS-SOURCE-EOF
030700     PERFORM 8300-BUILD-TRAILER
030800     WRITE WHVIDEO-LINE FROM WS-OUT-LINE
030900     CLOSE VIDOFILE
031000     CLOSE WHVIDEO-OUT
031100     PERFORM 8400-FINISH-EXTRACT.
031200*=================================================================
031300*    2100-EXTRACT-ONE-VIDEO - CODE, TITLE, FORMAT, ON HAND,
031400*    MINIMUM, ACTIVE, WRITE-OFF REASON AND DATE, TIER, RELEASE
031500*    DATE, COPIES OWNED, STORE, RATING, DISTRIBUTOR, GENRE
031600*=================================================================
031700 2100-EXTRACT-ONE-VIDEO.
031800     READ VIDOFILE NEXT RECORD
031900         AT END
032000             MOVE 'Y' TO WS-SOURCE-EOF-SW
032100     END-READ
032200     IF NOT WS-SOURCE-EOF
032300         ADD 1 TO WS-RECORDS-READ
032400         MOVE VIDEO-CODE TO WS-HASH-KEY
032500         PERFORM 8100-START-DETAIL
032600         MOVE VIDEO-CODE             TO WS-FIELD-TEXT
032700         PERFORM 8110-ADD-FIELD
032800         MOVE VIDEO-TITLE            TO WS-FIELD-TEXT
032900         PERFORM 8110-ADD-FIELD
033000         MOVE VIDEO-MEDIA-FORMAT     TO WS-FIELD-TEXT
033100         PERFORM 8110-ADD-FIELD
033200         MOVE VIDEO-COPIES-ON-HAND   TO WS-FIELD-TEXT
033300         PERFORM 8110-ADD-FIELD
033400         MOVE VIDEO-MIN-COPIES       TO WS-FIELD-TEXT
033500         PERFORM 8110-ADD-FIELD
033600         MOVE VIDEO-ACTIVE-FLAG      TO WS-FIELD-TEXT
033700         PERFORM 8110-ADD-FIELD
033800         MOVE VIDEO-WRITEOFF-REASON  TO WS-FIELD-TEXT
033900         PERFORM 8110-ADD-FIELD
034000         MOVE VIDEO-WRITEOFF-DATE    TO WS-FIELD-TEXT
034100         PERFORM 8110-ADD-FIELD
034200         MOVE VIDEO-PRICE-TIER       TO WS-FIELD-TEXT
034300         PERFORM 8110-ADD-FIELD
034400         MOVE VIDEO-RELEASE-DATE     TO WS-FIELD-TEXT
034500         PERFORM 8110-ADD-FIELD
034600         MOVE VIDEO-TOTAL-COPIES     TO WS-FIELD-TEXT
034700         PERFORM 8110-ADD-FIELD
034800         MOVE VIDEO-STORE-CODE       TO WS-FIELD-TEXT
034900         PERFORM 8110-ADD-FIELD
035000         MOVE VIDEO-RATING           TO WS-FIELD-TEXT
035100         PERFORM 8110-ADD-FIELD
035200         MOVE VIDEO-DISTRIBUTOR-ID   TO WS-FIELD-TEXT
035300         PERFORM 8110-ADD-FIELD
035400         MOVE VIDEO-GENRE            TO WS-FIELD-TEXT
035500         PERFORM 8110-ADD-FIELD
035600         WRITE WHVIDEO-LINE FROM WS-OUT-LINE
035700     END-IF.
035800*=================================================================
035900*    3000-EXTRACT-CPYFILE
036000*=================================================================
036100 3000-EXTRACT-CPYFILE.
036200     MOVE 'WHCOPY'   TO WS-EXTRACT-NAME
036300     MOVE 'CPYFILE'  TO WS-EXTRACT-SOURCE
036400     PERFORM 8000-START-EXTRACT
036500     OPEN INPUT CPYFILE
036600     IF FC-CPYFILE-STATUS NOT = '00'
036700         AND FC-CPYFILE-STATUS NOT = '05'
036800         DISPLAY 'WHSEXTR: CPYFILE NOT AVAILABLE, STATUS='
036900             FC-CPYFILE-STATUS
037000         MOVE 'Y' TO WS-SOURCE-EOF-SW
037100         MOVE 8 TO RETURN-CODE
037200     END-IF
037300     OPEN OUTPUT WHCOPY-OUT
037400     PERFORM 8200-BUILD-HEADER
037500     WRITE WHCOPY-LINE FROM WS-OUT-LINE
037600     PERFORM 3100-EXTRACT-ONE-COPY
037700         UNTIL WS-SOURCE-EOF
037800     PERFORM 8300-BUILD-TRAILER
037900     WRITE WHCOPY-LINE FROM WS-OUT-LINE
038000     CLOSE CPYFILE
038100     CLOSE WHCOPY-OUT
038200     PERFORM 8400-FINISH-EXTRACT.
038300*=================================================================
038400*    3100-EXTRACT-ONE-COPY - VIDEO CODE, COPY NUMBER, CONDITION,
038500*    ACQUIRED DATE, STATUS, LAST COUNTED, STORE, COST,
038600*    ACCUMULATED DEPRECIATION, PERIOD DEPRECIATED, BOOK STATUS;
038700*    THE HASH KEY IS VIDEO CODE AND COPY NUMBER TOGETHER
038800*=================================================================
038900 3100-EXTRACT-ONE-COPY.
039000     READ CPYFILE NEXT RECORD
039100         AT END
039200             MOVE 'Y' TO WS-SOURCE-EOF-SW
039300     END-READ
039400     IF NOT WS-SOURCE-EOF
039500         ADD 1 TO WS-RECORDS-READ
039600         COMPUTE WS-HASH-KEY =
039700             COPY-VIDEO-CODE * 1000 + COPY-NUMBER
039800         PERFORM 8100-START-DETAIL
039900         MOVE COPY-VIDEO-CODE        TO WS-FIELD-TEXT
040000         PERFORM 8110-ADD-FIELD
040100         MOVE COPY-NUMBER            TO WS-FIELD-TEXT
040200         PERFORM 8110-ADD-FIELD
040300         MOVE COPY-CONDITION         TO WS-FIELD-TEXT
040400         PERFORM 8110-ADD-FIELD
040500         MOVE COPY-ACQUIRED-DATE     TO WS-FIELD-TEXT
040600         PERFORM 8110-ADD-FIELD
040700         MOVE COPY-STATUS            TO WS-FIELD-TEXT
040800         PERFORM 8110-ADD-FIELD
040900         MOVE COPY-LAST-COUNTED-DATE TO WS-FIELD-TEXT
041000         PERFORM 8110-ADD-FIELD
041100         MOVE COPY-STORE-CODE        TO WS-FIELD-TEXT
041200         PERFORM 8110-ADD-FIELD
041300         MOVE COPY-ACQUIRED-COST     TO WS-EDIT-AMOUNT
041400         MOVE WS-EDIT-AMOUNT         TO WS-FIELD-TEXT
041500         PERFORM 8110-ADD-FIELD
041600         MOVE COPY-ACCUM-DEPREC      TO WS-EDIT-AMOUNT
041700         MOVE WS-EDIT-AMOUNT         TO WS-FIELD-TEXT
041800         PERFORM 8110-ADD-FIELD
041900         MOVE COPY-DEPREC-PERIOD     TO WS-FIELD-TEXT
042000         PERFORM 8110-ADD-FIELD
042100         MOVE COPY-BOOK-STATUS       TO WS-FIELD-TEXT
042200         PERFORM 8110-ADD-FIELD
042300         WRITE WHCOPY-LINE FROM WS-OUT-LINE
042400     END-IF.
042500*=================================================================
042600*    4000-EXTRACT-RENTHIST
042700*=================================================================
042800 4000-EXTRACT-RENTHIST.
042900     MOVE 'WHRHIST'  TO WS-EXTRACT-NAME
043000     MOVE 'RENTHIST' TO WS-EXTRACT-SOURCE
043100     PERFORM 8000-START-EXTRACT
043200     OPEN INPUT RENTHIST-IN
043300     IF FC-RENTHIST-STATUS NOT = '00'
043400         DISPLAY 'WHSEXTR: RENTHIST NOT AVAILABLE, STATUS='
043500             FC-RENTHIST-STATUS
043600         MOVE 'Y' TO WS-SOURCE-EOF-SW
043700     END-IF
043800     OPEN OUTPUT WHRHIST-OUT
043900     PERFORM 8200-BUILD-HEADER
044000     WRITE WHRHIST-LINE FROM WS-OUT-LINE
044100     PERFORM 4100-EXTRACT-ONE-ARCHIVED
044200         UNTIL WS-SOURCE-EOF
044300     PERFORM 8300-BUILD-TRAILER
044400     WRITE WHRHIST-LINE FROM WS-OUT-LINE
044500     CLOSE RENTHIST-IN
044600     CLOSE WHRHIST-OUT
044700     PERFORM 8400-FINISH-EXTRACT.
044800*=================================================================
044900*    4100-EXTRACT-ONE-ARCHIVED - RENTAL, VIDEO, CUSTOMER,
045000*    CHECKOUT, DUE AND RETURN DATES, LATE FEE, STATUS, MEMBER,
045100*    COPY NUMBER
045200*=================================================================
045300 4100-EXTRACT-ONE-ARCHIVED.
045400     READ RENTHIST-IN
045500         AT END
045600             MOVE 'Y' TO WS-SOURCE-EOF-SW
045700     END-READ
045800     IF NOT WS-SOURCE-EOF
045900         AND RH-RENTAL-NUMBER NUMERIC
046000         ADD 1 TO WS-RECORDS-READ
046100         MOVE RH-RENTAL-NUMBER TO WS-HASH-KEY
046200         PERFORM 8100-START-DETAIL
046300         MOVE RH-RENTAL-NUMBER       TO WS-FIELD-TEXT
046400         PERFORM 8110-ADD-FIELD
046500         MOVE RH-VIDEO-CODE          TO WS-FIELD-TEXT
046600         PERFORM 8110-ADD-FIELD
046700         MOVE RH-CUSTOMER-ID         TO WS-FIELD-TEXT
046800         PERFORM 8110-ADD-FIELD
046900         MOVE RH-CHECKOUT-DATE       TO WS-FIELD-TEXT
047000         PERFORM 8110-ADD-FIELD
047100         MOVE RH-DUE-DATE            TO WS-FIELD-TEXT
047200         PERFORM 8110-ADD-FIELD
047300         MOVE RH-RETURN-DATE         TO WS-FIELD-TEXT
047400         PERFORM 8110-ADD-FIELD
047500         MOVE RH-LATE-FEE            TO WS-EDIT-AMOUNT
047600         MOVE WS-EDIT-AMOUNT         TO WS-FIELD-TEXT
047700         PERFORM 8110-ADD-FIELD
047800         MOVE RH-STATUS              TO WS-FIELD-TEXT
047900         PERFORM 8110-ADD-FIELD
048000         MOVE RH-MEMBER-NO           TO WS-FIELD-TEXT
048100         PERFORM 8110-ADD-FIELD
048200         MOVE RH-COPY-NUMBER         TO WS-FIELD-TEXT
048300         PERFORM 8110-ADD-FIELD
048400         WRITE WHRHIST-LINE FROM WS-OUT-LINE
048500     END-IF.
048600*=================================================================
048700*    5000-EXTRACT-RENTFILE
048800*=================================================================
048900 5000-EXTRACT-RENTFILE.
049000     MOVE 'WHRENT'   TO WS-EXTRACT-NAME
049100     MOVE 'RENTFILE' TO WS-EXTRACT-SOURCE
049200     PERFORM 8000-START-EXTRACT
049300     OPEN INPUT RENTFILE
049400     IF FC-RENTFILE-STATUS NOT = '00'
049500         AND FC-RENTFILE-STATUS NOT = '05'
049600         DISPLAY 'WHSEXTR: RENTFILE NOT AVAILABLE, STATUS='
049700             FC-RENTFILE-STATUS
049800         MOVE 'Y' TO WS-SOURCE-EOF-SW
049900         MOVE 8 TO RETURN-CODE
050000     END-IF
050100     OPEN OUTPUT WHRENT-OUT
050200     PERFORM 8200-BUILD-HEADER
050300     WRITE WHRENT-LINE FROM WS-OUT-LINE
050400     PERFORM 5100-EXTRACT-ONE-RENTAL
050500         UNTIL WS-SOURCE-EOF
050600     PERFORM 8300-BUILD-TRAILER
050700     WRITE WHRENT-LINE FROM WS-OUT-LINE
050800     CLOSE RENTFILE
050900     CLOSE WHRENT-OUT
051000     PERFORM 8400-FINISH-EXTRACT.
051100*=================================================================
051200*    5100-EXTRACT-ONE-RENTAL - A RENTAL CHECKED OUT OR RETURNED
051300*    IN THE MONTH: RENTAL, VIDEO, CUSTOMER, CHECKOUT, DUE AND
051400*    RETURN DATES, STATUS, LATE FEE, COPY, STORE, WAIVER FLAG
051500*    AND FEE, DEPOSIT, MEMBER, PLAN FLAG, ITEM CLASS, SERIAL
051600*=================================================================
051700 5100-EXTRACT-ONE-RENTAL.
051800     READ RENTFILE NEXT RECORD
051900         AT END
052000             MOVE 'Y' TO WS-SOURCE-EOF-SW
052100     END-READ
052200     IF NOT WS-SOURCE-EOF
052300         AND ((RENTAL-CHECKOUT-DATE >= WS-MONTH-START-DATE
052400             AND RENTAL-CHECKOUT-DATE <= WS-MONTH-END-DATE)
052500         OR (RENTAL-RETURN-DATE >= WS-MONTH-START-DATE
052600             AND RENTAL-RETURN-DATE <= WS-MONTH-END-DATE))
052700         ADD 1 TO WS-RECORDS-READ
052800         MOVE RENTAL-NUMBER TO WS-HASH-KEY
052900         PERFORM 8100-START-DETAIL
053000         MOVE RENTAL-NUMBER          TO WS-FIELD-TEXT
053100         PERFORM 8110-ADD-FIELD
053200         MOVE RENTAL-VIDEO-CODE      TO WS-FIELD-TEXT
053300         PERFORM 8110-ADD-FIELD
053400         MOVE RENTAL-CUSTOMER-ID     TO WS-FIELD-TEXT
053500         PERFORM 8110-ADD-FIELD
053600         MOVE RENTAL-CHECKOUT-DATE   TO WS-FIELD-TEXT
053700         PERFORM 8110-ADD-FIELD
053800         MOVE RENTAL-DUE-DATE        TO WS-FIELD-TEXT
053900         PERFORM 8110-ADD-FIELD
054000         MOVE RENTAL-RETURN-DATE     TO WS-FIELD-TEXT
054100         PERFORM 8110-ADD-FIELD
054200         MOVE RENTAL-STATUS          TO WS-FIELD-TEXT
054300         PERFORM 8110-ADD-FIELD
054400         MOVE RENTAL-LATE-FEE        TO WS-EDIT-AMOUNT
054500         MOVE WS-EDIT-AMOUNT         TO WS-FIELD-TEXT
054600         PERFORM 8110-ADD-FIELD
054700         MOVE RENTAL-COPY-NUMBER     TO WS-FIELD-TEXT
054800         PERFORM 8110-ADD-FIELD
054900         MOVE RENTAL-STORE-CODE      TO WS-FIELD-TEXT
055000         PERFORM 8110-ADD-FIELD
055100         MOVE RENTAL-WAIVER-FLAG     TO WS-FIELD-TEXT
055200         PERFORM 8110-ADD-FIELD
055300         MOVE RENTAL-WAIVER-FEE      TO WS-EDIT-AMOUNT
055400         MOVE WS-EDIT-AMOUNT         TO WS-FIELD-TEXT
055500         PERFORM 8110-ADD-FIELD
055600         MOVE RENTAL-DEPOSIT-AMT     TO WS-EDIT-AMOUNT
055700         MOVE WS-EDIT-AMOUNT         TO WS-FIELD-TEXT
055800         PERFORM 8110-ADD-FIELD
055900         MOVE RENTAL-MEMBER-NO       TO WS-FIELD-TEXT
056000         PERFORM 8110-ADD-FIELD
056100         MOVE RENTAL-PLAN-FLAG       TO WS-FIELD-TEXT
056200         PERFORM 8110-ADD-FIELD
056300         MOVE RENTAL-ITEM-CLASS      TO WS-FIELD-TEXT
056400         PERFORM 8110-ADD-FIELD
056500         MOVE RENTAL-EQUIP-SERIAL    TO WS-FIELD-TEXT
056600         PERFORM 8110-ADD-FIELD
056700         WRITE WHRENT-LINE FROM WS-OUT-LINE
056800     END-IF.
056900*=================================================================
057000*    6000-EXTRACT-CUSTFILE
057100*=================================================================
057200 6000-EXTRACT-CUSTFILE.
057300     MOVE 'WHCUST'   TO WS-EXTRACT-NAME
057400     MOVE 'CUSTFILE' TO WS-EXTRACT-SOURCE
057500     PERFORM 8000-START-EXTRACT
057600     OPEN INPUT CUSTFILE
057700     IF FC-CUSTFILE-STATUS NOT = '00'
057800         AND FC-CUSTFILE-STATUS NOT = '05'
057900         DISPLAY 'WHSEXTR: CUSTFILE NOT AVAILABLE, STATUS='
058000             FC-CUSTFILE-STATUS
058100         MOVE 'Y' TO WS-SOURCE-EOF-SW
058200         MOVE 8 TO RETURN-CODE
058300     END-IF
058400     OPEN OUTPUT WHCUST-OUT
058500     PERFORM 8200-BUILD-HEADER
058600     WRITE WHCUST-LINE FROM WS-OUT-LINE
058700     PERFORM 6100-EXTRACT-ONE-CUSTOMER
058800         UNTIL WS-SOURCE-EOF
058900     PERFORM 8300-BUILD-TRAILER
059000     WRITE WHCUST-LINE FROM WS-OUT-LINE
059100     CLOSE CUSTFILE
059200     CLOSE WHCUST-OUT
059300     PERFORM 8400-FINISH-EXTRACT.
059400*=================================================================
059500*    6100-EXTRACT-ONE-CUSTOMER - CUSTOMER, POSTAL PREFIX,
059600*    ACTIVE, HOME STORE, MEMBER SINCE, EXPIRY, CLASS, MONTH
059700*    LAST BILLED, LANGUAGE; NO NAME, ADDRESS OR PHONE
059800*=================================================================
059900 6100-EXTRACT-ONE-CUSTOMER.
060000     READ CUSTFILE NEXT RECORD
060100         AT END
060200             MOVE 'Y' TO WS-SOURCE-EOF-SW
060300     END-READ
060400     IF NOT WS-SOURCE-EOF
060500         ADD 1 TO WS-RECORDS-READ
060600         MOVE CUSTOMER-ID TO WS-HASH-KEY
060700         PERFORM 8100-START-DETAIL
060800         MOVE CUSTOMER-ID            TO WS-FIELD-TEXT
060900         PERFORM 8110-ADD-FIELD
061000         PERFORM 6200-FIND-POSTAL-PREFIX
061100         PERFORM 8110-ADD-FIELD
061200         MOVE CUSTOMER-ACTIVE-FLAG   TO WS-FIELD-TEXT
061300         PERFORM 8110-ADD-FIELD
061400         MOVE CUSTOMER-HOME-STORE    TO WS-FIELD-TEXT
061500         PERFORM 8110-ADD-FIELD
061600         MOVE CUSTOMER-MEMBER-SINCE  TO WS-FIELD-TEXT
061700         PERFORM 8110-ADD-FIELD
061800         MOVE CUSTOMER-EXPIRY-DATE   TO WS-FIELD-TEXT
061900         PERFORM 8110-ADD-FIELD
062000         MOVE CUSTOMER-MEMBER-CLASS  TO WS-FIELD-TEXT
062100         PERFORM 8110-ADD-FIELD
062200         MOVE CUSTOMER-SUB-BILLED-MONTH TO WS-FIELD-TEXT
062300         PERFORM 8110-ADD-FIELD
062400         MOVE CUSTOMER-LANGUAGE      TO WS-FIELD-TEXT
062500         PERFORM 8110-ADD-FIELD
062600         WRITE WHCUST-LINE FROM WS-OUT-LINE
062700     END-IF.
062800*=================================================================
062900*    6200-FIND-POSTAL-PREFIX - THE FIRST THREE DIGITS OF THE
063000*    LAST RUN OF FIVE OR MORE DIGITS IN THE ADDRESS, INTO
063100*    WS-FIELD-TEXT; BLANK WHEN THE ADDRESS HAS NONE
063200*=================================================================
063300 6200-FIND-POSTAL-PREFIX.
063400     MOVE ZERO TO WS-RUN-LEN
063500     MOVE ZERO TO WS-POSTAL-START
063600     PERFORM 6210-CHECK-ONE-CHARACTER
063700         VARYING WS-ADDR-SUB FROM 1 BY 1
063800         UNTIL WS-ADDR-SUB > 40
063900     MOVE SPACES TO WS-FIELD-TEXT
064000     IF WS-POSTAL-START > ZERO
064100         MOVE CUSTOMER-ADDRESS (WS-POSTAL-START:3)
064200             TO WS-FIELD-TEXT
064300     END-IF.
064400*=================================================================
064500*    6210-CHECK-ONE-CHARACTER
064600*=================================================================
064700 6210-CHECK-ONE-CHARACTER.
064800     IF CUSTOMER-ADDRESS (WS-ADDR-SUB:1) NUMERIC
064900         IF WS-RUN-LEN = ZERO
065000             MOVE WS-ADDR-SUB TO WS-RUN-START
065100         END-IF
065200         ADD 1 TO WS-RUN-LEN
065300         IF WS-RUN-LEN >= 5
065400             MOVE WS-RUN-START TO WS-POSTAL-START
065500         END-IF
065600     ELSE
065700         MOVE ZERO TO WS-RUN-LEN
065800     END-IF.
065900*=================================================================
066000*    7000-WRITE-THE-MANIFEST - WHAT WAS SENT, FILE BY FILE
066100*=================================================================
066200 7000-WRITE-THE-MANIFEST.
066300     OPEN OUTPUT WHMANIF-OUT
066400     MOVE 'WHMANIF'  TO WS-EXTRACT-NAME
066500     MOVE 'MANIFEST' TO WS-EXTRACT-SOURCE
066600     PERFORM 8200-BUILD-HEADER
066700     WRITE WHMANIF-LINE FROM WS-OUT-LINE
066800     ADD 1 TO WS-REPORT-LINES
066900     PERFORM 7100-LIST-ONE-FILE
067000         VARYING WS-MANIFEST-SUB FROM 1 BY 1
067100         UNTIL WS-MANIFEST-SUB > WS-MANIFEST-COUNT
067200     MOVE SPACES TO WS-OUT-LINE
067300     MOVE 1 TO WS-OUT-PTR
067400     STRING 'T|WHMANIF|' DELIMITED BY SIZE
067500         WS-MANIFEST-COUNT DELIMITED BY SIZE
067600         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
067700     END-STRING
067800     WRITE WHMANIF-LINE FROM WS-OUT-LINE
067900     ADD 1 TO WS-REPORT-LINES
068000     CLOSE WHMANIF-OUT.
068100*=================================================================
068200*    7100-LIST-ONE-FILE - F, FILE, SOURCE, COUNT, HASH
068300*=================================================================
068400 7100-LIST-ONE-FILE.
068500     MOVE SPACES TO WS-OUT-LINE
068600     MOVE 1 TO WS-OUT-PTR
068700     STRING 'F' DELIMITED BY SIZE
068800         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
068900     END-STRING
069000     MOVE WS-MF-NAME (WS-MANIFEST-SUB)   TO WS-FIELD-TEXT
069100     PERFORM 8110-ADD-FIELD
069200     MOVE WS-MF-SOURCE (WS-MANIFEST-SUB) TO WS-FIELD-TEXT
069300     PERFORM 8110-ADD-FIELD
069400     MOVE WS-MF-COUNT (WS-MANIFEST-SUB)  TO WS-FIELD-TEXT
069500     PERFORM 8110-ADD-FIELD
069600     MOVE WS-MF-HASH (WS-MANIFEST-SUB)   TO WS-FIELD-TEXT
069700     PERFORM 8110-ADD-FIELD
069800     WRITE WHMANIF-LINE FROM WS-OUT-LINE
069900     ADD 1 TO WS-REPORT-LINES.
070000*=================================================================
070100*    7900-TERMINATE - RUN TOTALS
070200*=================================================================
070300 7900-TERMINATE.
070400     DISPLAY 'WHSEXTR: MONTH            = ' WS-PERIOD-YYYYMM
070500     DISPLAY 'WHSEXTR: AS-OF DATE       = '
070600         WS-CURRENT-DATE-YYYYMMDD
070700     DISPLAY 'WHSEXTR: FILES SENT       = ' WS-MANIFEST-COUNT
070800     DISPLAY 'WHSEXTR: RECORDS SENT     = ' WS-RECORDS-READ.
070900*=================================================================
071000*    8000-START-EXTRACT - ZERO THE COUNT AND HASH FOR THE FILE
071100*    ABOUT TO BE WRITTEN
071200*=================================================================
071300 8000-START-EXTRACT.
071400     MOVE 'N'  TO WS-SOURCE-EOF-SW
071500     MOVE ZERO TO WS-EXTRACT-COUNT
071600     MOVE ZERO TO WS-EXTRACT-HASH.
071700*=================================================================
071800*    8100-START-DETAIL - COUNT THE RECORD, FOLD ITS KEY INTO THE
071900*    HASH, AND OPEN A D LINE
072000*=================================================================
072100 8100-START-DETAIL.
072200     ADD 1 TO WS-EXTRACT-COUNT
072300     ADD WS-HASH-KEY TO WS-EXTRACT-HASH
072400     IF WS-EXTRACT-HASH > 999999999999
072500         SUBTRACT 999999999999
072600             FROM WS-EXTRACT-HASH
072700     END-IF
072800     MOVE SPACES TO WS-OUT-LINE
072900     MOVE 1 TO WS-OUT-PTR
073000     STRING 'D' DELIMITED BY SIZE
073100         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
073200     END-STRING.
073300*=================================================================
073400*    8110-ADD-FIELD - '|' AND WS-FIELD-TEXT WITHOUT ITS TRAILING
073500*    BLANKS; A BLANK FIELD IS SENT EMPTY
073600*=================================================================
073700 8110-ADD-FIELD.
073800     INSPECT WS-FIELD-TEXT REPLACING ALL '|' BY '/'
073900     PERFORM 8120-BACK-OVER-BLANK
074000         VARYING WS-FIELD-LEN FROM 40 BY -1
074100         UNTIL WS-FIELD-LEN = ZERO
074200         OR WS-FIELD-TEXT (WS-FIELD-LEN:1) NOT = SPACE
074300     STRING '|' DELIMITED BY SIZE
074400         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
074500     END-STRING
074600     IF WS-FIELD-LEN > ZERO
074700         STRING WS-FIELD-TEXT (1:WS-FIELD-LEN) DELIMITED BY SIZE
074800             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
074900         END-STRING
075000     END-IF.
075100*=================================================================
075200*    8120-BACK-OVER-BLANK
075300*=================================================================
075400 8120-BACK-OVER-BLANK.
075500     CONTINUE.
075600*=================================================================
075700*    8200-BUILD-HEADER - H, FILE, SOURCE, MONTH, AS-OF DATE
075800*=================================================================
075900 8200-BUILD-HEADER.
076000     MOVE SPACES TO WS-OUT-LINE
076100     MOVE 1 TO WS-OUT-PTR
076200     STRING 'H' DELIMITED BY SIZE
076300         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
076400     END-STRING
076500     MOVE WS-EXTRACT-NAME          TO WS-FIELD-TEXT
076600     PERFORM 8110-ADD-FIELD
076700     MOVE WS-EXTRACT-SOURCE        TO WS-FIELD-TEXT
076800     PERFORM 8110-ADD-FIELD
076900     MOVE WS-PERIOD-YYYYMM         TO WS-FIELD-TEXT
077000     PERFORM 8110-ADD-FIELD
077100     MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-FIELD-TEXT
077200     PERFORM 8110-ADD-FIELD.
077300*=================================================================
077400*    8300-BUILD-TRAILER - T, FILE, DETAIL COUNT, HASH TOTAL
077500*=================================================================
077600 8300-BUILD-TRAILER.
077700     MOVE SPACES TO WS-OUT-LINE
077800     MOVE 1 TO WS-OUT-PTR
077900     STRING 'T' DELIMITED BY SIZE
078000         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
078100     END-STRING
078200     MOVE WS-EXTRACT-NAME          TO WS-FIELD-TEXT
078300     PERFORM 8110-ADD-FIELD
078400     MOVE WS-EXTRACT-COUNT         TO WS-FIELD-TEXT
078500     PERFORM 8110-ADD-FIELD
078600     MOVE WS-EXTRACT-HASH (2:12)   TO WS-FIELD-TEXT
078700     PERFORM 8110-ADD-FIELD.
078800*=================================================================
078900*    8400-FINISH-EXTRACT - THE FILE GOES ON THE MANIFEST
079000*=================================================================
079100 8400-FINISH-EXTRACT.
079200     ADD 1 TO WS-MANIFEST-COUNT
079300     MOVE WS-EXTRACT-NAME
079400         TO WS-MF-NAME (WS-MANIFEST-COUNT)
079500     MOVE WS-EXTRACT-SOURCE
079600         TO WS-MF-SOURCE (WS-MANIFEST-COUNT)
079700     MOVE WS-EXTRACT-COUNT
079800         TO WS-MF-COUNT (WS-MANIFEST-COUNT)
079900     MOVE WS-EXTRACT-HASH
080000         TO WS-MF-HASH (WS-MANIFEST-COUNT)
080100     DISPLAY 'WHSEXTR: ' WS-EXTRACT-NAME ' RECORDS = '
080200         WS-EXTRACT-COUNT.
080300*=================================================================
080400*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
080500*=================================================================
080600 9000-DISPLAY-VERSION-TRAILER.
080700     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='WHSEXTR -'==
080800                             ==:LINECOUNT:== BY
080900                                 WS-REPORT-LINES.
