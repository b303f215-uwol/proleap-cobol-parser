000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    NRFCST.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - NEW-RELEASE COPY-DEPTH
001200*                   FORECAST AHEAD OF STREET DATE.
001300*=================================================================
001400*  FORECASTS HOW MANY COPIES EACH STORE NEEDS OF EVERY ACTIVE
001500*  TITLE WHOSE VIDEO-RELEASE-DATE IS STILL TO COME (THE TITLES
001600*  CATIMPRT PRE-CREATES).  THE MODEL IS THE FIRST-30-DAY
001700*  CHECKOUT CURVE OF COMPARABLE PAST TITLES - RELEASED WITHIN
001800*  THE LOOKBACK (DEFAULT 365 DAYS) AND AT LEAST 30 DAYS AGO, IN
001900*  THE SAME MEDIA FORMAT, AND IN THE SAME GENRE WHEN THE NEW
002000*  TITLE HAS ONE AND ANY COMPARABLE SHARES IT.  A STORE'S
002100*  FORECAST CHECKOUTS ARE THE COMPARABLES' AVERAGE FIRST-30-DAY
002200*  CHECKOUTS THERE (RENTFILE AT THE RENTING STORE, RENTHIST AT
002300*  THE TITLE'S HOME STORE), PLUS THE PRE-RELEASE HOLDFILE QUEUE
002400*  AT THE NEW TITLE'S HOME STORE; ITS FORECAST COPIES ARE THOSE
002500*  CHECKOUTS OVER THE TURNS A COMPARABLE COPY MANAGED IN ITS
002600*  FIRST 30 DAYS THERE (THE NRFCCTL DEFAULT WHERE NO COPIES
002700*  WERE BOUGHT), ROUNDED UP.  THE REPORT SETS EACH STORE'S
002800*  FORECAST NEXT TO WHAT THE COMPARABLES WERE BOUGHT AT AND
002900*  RENTED IN THEIR FIRST 30 DAYS, SO THE MODEL CAN BE TUNED.
003000*  THE COPIES STILL TO BUY - THE FORECAST LESS THE COPIES
003100*  ALREADY OWNED AND ON OPEN ORDER - GO TO NRFCREC (CODE IN
003200*  COLUMNS 2-6, QUANTITY 8-10), WHICH POGEN ORDERS AS SOURCE
003300*  'F'; THE PER-STORE SPLIT ON THE REPORT IS THE ALLOCATION
003400*  FOR RECEIVING.
003500*  NRFCCTL: LOOKBACK DAYS COLUMNS 1-3, DEFAULT TURNS PER COPY
003600*  COLUMNS 5-7 (99V9).
003700*=================================================================
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004800         FILE STATUS IS FC-VIDOFILE-STATUS.
004900     SELECT OPTIONAL HOLDFILE ASSIGN TO 'IDXHOLD'
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS HOLD-VIDEO-CODE OF HOLD-RECORD
005300         FILE STATUS IS FC-HOLDFILE-STATUS.
005400     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS COPY-KEY OF COPY-RECORD
005800         FILE STATUS IS FC-CPYFILE-STATUS.
005900     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
006300         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
006400            OF RENTAL-RECORD WITH DUPLICATES
006500         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
006600            OF RENTAL-RECORD WITH DUPLICATES
006700         FILE STATUS IS FC-RENTFILE-STATUS.
006800     SELECT OPTIONAL RENTHIST-IN ASSIGN TO 'RENTHIST'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FC-RENTHIST-STATUS.
007100     SELECT OPTIONAL POFILE ASSIGN TO 'IDXPO'
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS PO-NUMBER OF PO-RECORD
007500         FILE STATUS IS FC-POFILE-STATUS.
007600     SELECT OPTIONAL NRFCCTL-FILE ASSIGN TO 'NRFCCTL'
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS FC-NRFCCTL-STATUS.
007900     SELECT NRFCRPT-RPT ASSIGN TO 'NRFCRPT'
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FC-NRFCRPT-STATUS.
008200     SELECT NRFCREC-OUT ASSIGN TO 'NRFCREC'
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FC-NRFCREC-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  VIDOFILE.
008800 COPY VIDOREC.
008900 FD  HOLDFILE.
009000 COPY HOLDREC.
009100 FD  CPYFILE.
009200 COPY COPYREC.
009300 FD  RENTFILE.
009400 COPY RENTREC.
009500 FD  RENTHIST-IN
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  RENTHIST-IN-LINE.
009800     05  RH-RENTAL-NUMBER           PIC 9(7).
009900     05  FILLER                     PIC X(1).
010000     05  RH-VIDEO-CODE              PIC 9(5).
010100     05  FILLER                     PIC X(1).
010200     05  RH-CUSTOMER-ID             PIC X(6).
010300     05  FILLER                     PIC X(1).
010400     05  RH-CHECKOUT-DATE           PIC 9(8).
010500     05  FILLER                     PIC X(1).
010600     05  RH-DUE-DATE                PIC 9(8).
010700     05  FILLER                     PIC X(1).
010800     05  RH-RETURN-DATE             PIC 9(8).
010900     05  FILLER                     PIC X(1).
011000     05  RH-LATE-FEE                PIC 9(5)V99.
011100     05  FILLER                     PIC X(1).
011200     05  RH-STATUS                  PIC X(1).
011300     05  FILLER                     PIC X(1).
011400     05  RH-MEMBER-NO               PIC X(2).
011500     05  FILLER                     PIC X(1).
011600     05  RH-COPY-NUMBER             PIC X(3).
011700     05  FILLER                     PIC X(16).
011800 FD  POFILE.
011900 COPY POREC.
012000 FD  NRFCCTL-FILE
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  NRFCCTL-CARD.
012300     05  NC-LOOKBACK-DAYS           PIC 9(3).
012400     05  FILLER                     PIC X(1).
012500     05  NC-DEFAULT-TURNS           PIC 99V9.
012600     05  FILLER                     PIC X(73).
012700 FD  NRFCRPT-RPT
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  NRFCRPT-LINE                   PIC X(80).
013000 FD  NRFCREC-OUT
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  NRFCREC-LINE                   PIC X(80).
013300 WORKING-STORAGE SECTION.
013400*=================================================================
013500 COPY VERSTAMP.
013600 COPY CALREQ.
013700 01  FC-STATUSES.
013800     05  FC-VIDOFILE-STATUS         PIC X(2).
013900     05  FC-HOLDFILE-STATUS         PIC X(2).
014000     05  FC-CPYFILE-STATUS          PIC X(2).
014100     05  FC-RENTFILE-STATUS         PIC X(2).
014200     05  FC-RENTHIST-STATUS         PIC X(2).
014300     05  FC-POFILE-STATUS           PIC X(2).
014400     05  FC-NRFCCTL-STATUS          PIC X(2).
014500     05  FC-NRFCRPT-STATUS          PIC X(2).
014600     05  FC-NRFCREC-STATUS          PIC X(2).
014700 01  WS-SWITCHES.
014800     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
014900         88  WS-LOAD-EOF            VALUE 'Y'.
015000     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
015100         88  WS-VIDOFILE-AVAIL      VALUE 'Y'.
015200     05  WS-HOLDFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
015300         88  WS-HOLDFILE-AVAIL      VALUE 'Y'.
015400     05  WS-COMP-FOUND-SW           PIC X(1).
015500         88  WS-COMP-FOUND          VALUE 'Y'.
015600     05  WS-GENRE-MATCH-SW          PIC X(1).
015700         88  WS-MATCH-ON-GENRE      VALUE 'Y'.
015800 01  WS-CURRENT-DATE.
015900     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
016000 01  WS-LOOKBACK-DAYS               PIC 9(3)  VALUE 365.
016100 01  WS-DEFAULT-TURNS               PIC 99V9  VALUE 6.0.
016200 01  WS-CURVE-DAYS                  PIC 9(3)  VALUE 30.
016300 01  WS-LOOKBACK-CUTOFF             PIC 9(8).
016400 01  WS-EVENT-DATE                  PIC 9(8).
016500 01  WS-EVENT-CODE                  PIC 9(5).
016600 01  WS-EVENT-STORE                 PIC 9(2).
016700*=================================================================
016800*    STORES SEEN IN THE RUN - A STORE'S POSITION HERE IS ITS
016900*    COLUMN IN THE COMPARABLE TABLE
017000*=================================================================
017100 01  WS-STORE-TABLE.
017200     05  WS-SC-COUNT                PIC 9(2) VALUE ZERO.
017300     05  WS-SC-CODE OCCURS 10 TIMES PIC 9(2).
017400 01  WS-SC-SUB                      PIC 9(2).
017500 01  WS-FIND-STORE                  PIC 9(2).
017600 01  WS-FIND-SUB                    PIC 9(2).
017700*=================================================================
017800*    COMPARABLE PAST TITLES AND THEIR FIRST-30-DAY CURVE
017900*=================================================================
018000 01  WS-COMP-TABLE.
018100     05  WS-CP-COUNT                PIC 9(3) VALUE ZERO.
018200     05  WS-CP-ENTRY OCCURS 500 TIMES
018300                     INDEXED BY WS-CP-IDX.
018400         10  WS-CP-VIDEO-CODE       PIC 9(5).
018500         10  WS-CP-FORMAT           PIC X(1).
018600         10  WS-CP-GENRE            PIC X(2).
018700         10  WS-CP-HOME-STORE       PIC 9(2).
018800         10  WS-CP-RELEASE-DATE     PIC 9(8).
018900         10  WS-CP-WINDOW-END       PIC 9(8).
019000         10  WS-CP-STORE OCCURS 10 TIMES.
019100             15  WS-CP-RENTS        PIC 9(5).
019200             15  WS-CP-COPIES       PIC 9(3).
019300 01  WS-CP-SUB                      PIC 9(3).
019400*=================================================================
019500*    THE TITLES STILL TO STREET
019600*=================================================================
019700 01  WS-NEW-TABLE.
019800     05  WS-NT-COUNT                PIC 9(3) VALUE ZERO.
019900     05  WS-NT-ENTRY OCCURS 200 TIMES.
020000         10  WS-NT-VIDEO-CODE       PIC 9(5).
020100         10  WS-NT-TITLE            PIC X(25).
020200         10  WS-NT-FORMAT           PIC X(1).
020300         10  WS-NT-GENRE            PIC X(2).
020400         10  WS-NT-HOME-STORE       PIC 9(2).
020500         10  WS-NT-RELEASE-DATE     PIC 9(8).
020600         10  WS-NT-OWNED            PIC 9(3).
020700         10  WS-NT-ON-ORDER         PIC 9(4).
020800 01  WS-NT-SUB                      PIC 9(3).
020900*=================================================================
021000*    ONE TITLE'S FORECAST
021100*=================================================================
021200 01  WS-HOLD-COUNT                  PIC 9(3).
021300 01  WS-MATCHED-COMPS               PIC 9(3).
021400 01  WS-FCST-NOTE                   PIC X(14).
021500 01  WS-STORE-RENTS                 PIC 9(7).
021600 01  WS-STORE-COPIES                PIC 9(5).
021700 01  WS-STORE-TURNS                 PIC 9(3)V9.
021800 01  WS-FCST-RENTS                  PIC 9(5).
021900 01  WS-FCST-COPIES                 PIC 9(4).
022000 01  WS-TITLE-COPIES                PIC 9(4).
022100 01  WS-TO-ORDER                    PIC 9(4).
022200 01  WS-COUNTERS.
022300     05  WS-TITLES-FORECAST         PIC 9(5) VALUE ZERO.
022400     05  WS-COMPS-LOADED            PIC 9(5) VALUE ZERO.
022500     05  WS-TITLES-NO-COMPS         PIC 9(5) VALUE ZERO.
022600     05  WS-ORDER-LINES             PIC 9(5) VALUE ZERO.
022700     05  WS-COPIES-TO-ORDER         PIC 9(7) VALUE ZERO.
022800     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
022900 01  WS-HEAD-LINE.
023000     05  FILLER                     PIC X(40)
023100         VALUE ' NEW-RELEASE COPY-DEPTH FORECAST  AS OF '.
023200     05  HD-AS-OF-DATE              PIC 9(8).
023300     05  FILLER                     PIC X(32) VALUE SPACE.
023400 01  WS-TITLE-HEAD-LINE.
023500     05  FILLER                     PIC X(1)  VALUE SPACE.
023600     05  TH-VIDEO-CODE              PIC 9(5).
023700     05  FILLER                     PIC X(1)  VALUE SPACE.
023800     05  TH-TITLE                   PIC X(25).
023900     05  FILLER                     PIC X(1)  VALUE SPACE.
024000     05  TH-FORMAT                  PIC X(1).
024100     05  FILLER                     PIC X(1)  VALUE SPACE.
024200     05  TH-GENRE                   PIC X(2).
024300     05  FILLER                     PIC X(9)  VALUE '  STREET '.
024400     05  TH-RELEASE-DATE            PIC 9(8).
024500     05  FILLER                     PIC X(8)  VALUE '  HOLDS '.
024600     05  TH-HOLDS                   PIC ZZ9.
024700     05  FILLER                     PIC X(8)  VALUE '  COMPS '.
024800     05  TH-COMPS                   PIC ZZ9.
024900     05  FILLER                     PIC X(4)  VALUE SPACE.
025000 01  WS-COLUMN-LINE.
025100     05  FILLER                     PIC X(38)
025200         VALUE '   STORE   COMP BOUGHT   COMP RENTED  '.
025300     05  FILLER                     PIC X(42)
025400         VALUE 'TURNS  FCST RENTS FCST COPIES'.
025500 01  WS-STORE-DETAIL.
025600     05  FILLER                     PIC X(8)  VALUE '   STORE'.
025700     05  SD-STORE-CODE              PIC Z9.
025800     05  FILLER                     PIC X(6)  VALUE SPACE.
025900     05  SD-COMP-BOUGHT             PIC ZZZ9.9.
026000     05  FILLER                     PIC X(7)  VALUE SPACE.
026100     05  SD-COMP-RENTED             PIC ZZZZ9.9.
026200     05  FILLER                     PIC X(2)  VALUE SPACE.
026300     05  SD-TURNS                   PIC ZZ9.9.
026400     05  FILLER                     PIC X(7)  VALUE SPACE.
026500     05  SD-FCST-RENTS              PIC ZZZZ9.
026600     05  FILLER                     PIC X(8)  VALUE SPACE.
026700     05  SD-FCST-COPIES             PIC ZZZ9.
026800     05  FILLER                     PIC X(15) VALUE SPACE.
026900 01  WS-TITLE-TOTAL-LINE.
027000     05  FILLER                     PIC X(15)
027100         VALUE '   FORECAST    '.
027200     05  TT-FCST-COPIES             PIC ZZZ9.
027300     05  FILLER                     PIC X(8)  VALUE '  OWNED '.
027400     05  TT-OWNED                   PIC ZZ9.
027500     05  FILLER                     PIC X(11) VALUE '  ON ORDER '.
027600     05  TT-ON-ORDER                PIC ZZZ9.
027700     05  FILLER                     PIC X(11) VALUE '  TO ORDER '.
027800     05  TT-TO-ORDER                PIC ZZZ9.
027900     05  FILLER                     PIC X(2)  VALUE SPACE.
028000     05  TT-NOTE                    PIC X(14).
028100     05  FILLER                     PIC X(4)  VALUE SPACE.
028200 01  WS-ORDER-DETAIL.
028300     05  FILLER                     PIC X(1)  VALUE SPACE.
028400     05  OD-VIDEO-CODE              PIC 9(5).
028500     05  FILLER                     PIC X(1)  VALUE SPACE.
028600     05  OD-QTY                     PIC ZZ9.
028700     05  FILLER                     PIC X(1)  VALUE SPACE.
028800     05  OD-RELEASE-DATE            PIC 9(8).
028900     05  FILLER                     PIC X(1)  VALUE SPACE.
029000     05  OD-TITLE                   PIC X(25).
029100     05  FILLER                     PIC X(35) VALUE SPACE.
029200 PROCEDURE DIVISION.
029300*=================================================================
029400 0000-MAINLINE.
029500     PERFORM 0900-DISPLAY-VERSION-STAMP
029600     PERFORM 1000-INITIALIZE
029700     PERFORM 2000-LOAD-THE-TITLES
029800     PERFORM 2200-LOAD-COMP-COPIES
029900     PERFORM 2300-LOAD-COMP-RENTALS
030000     PERFORM 2500-LOAD-OPEN-ORDERS
030100     PERFORM 3000-FORECAST-ONE-TITLE
030200         VARYING WS-NT-SUB FROM 1 BY 1
030300         UNTIL WS-NT-SUB > WS-NT-COUNT
030400     PERFORM 6000-TERMINATE
030500     PERFORM 9000-DISPLAY-VERSION-TRAILER
030600     STOP RUN.
030700*=================================================================
030800*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
030900*=================================================================
031000 0900-DISPLAY-VERSION-STAMP.
031100     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='NRFCST -'==
031200                             ==:PROGVERS:== BY =='Version 001'==.
031300*=================================================================
031400*    1000-INITIALIZE - CONTROL CARD, LOOKBACK CUTOFF, OPEN FILES
031500*=================================================================
031600 1000-INITIALIZE.
031700     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
031800     PERFORM 1050-LOAD-CONTROL-CARD
031900     MOVE 'S'                      TO CALR-FUNCTION
032000     MOVE WS-CURRENT-DATE-YYYYMMDD TO CALR-DATE
032100     MOVE ZERO                     TO CALR-END-DATE
032200     MOVE WS-LOOKBACK-DAYS         TO CALR-DAYS
032300     CALL 'STORECAL' USING CALENDAR-REQUEST
032400     MOVE CALR-RESULT-DATE TO WS-LOOKBACK-CUTOFF
032500     OPEN INPUT VIDOFILE
032600     IF FC-VIDOFILE-STATUS = '00'
032700         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
032800     END-IF
032900     OPEN INPUT HOLDFILE
033000     IF FC-HOLDFILE-STATUS = '00'
033100         MOVE 'Y' TO WS-HOLDFILE-AVAIL-SW
033200     END-IF
033300     OPEN OUTPUT NRFCRPT-RPT
033400     OPEN OUTPUT NRFCREC-OUT
033500     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-AS-OF-DATE
033600     WRITE NRFCRPT-LINE FROM WS-HEAD-LINE
033700     ADD 1 TO WS-REPORT-LINES.
033800*=================================================================
033900*    1050-LOAD-CONTROL-CARD
034000*=================================================================
034100 1050-LOAD-CONTROL-CARD.
034200     OPEN INPUT NRFCCTL-FILE
034300     IF FC-NRFCCTL-STATUS = '00'
034400         READ NRFCCTL-FILE
034500             AT END
034600                 CONTINUE
034700             NOT AT END
034800                 IF NC-LOOKBACK-DAYS NUMERIC
034900                     AND NC-LOOKBACK-DAYS > ZERO
035000                     MOVE NC-LOOKBACK-DAYS
035100                         TO WS-LOOKBACK-DAYS
035200                 END-IF
035300                 IF NC-DEFAULT-TURNS NUMERIC
035400                     AND NC-DEFAULT-TURNS > ZERO
035500                     MOVE NC-DEFAULT-TURNS
035600                         TO WS-DEFAULT-TURNS
035700                 END-IF
035800         END-READ
035900     END-IF
036000     CLOSE NRFCCTL-FILE.
036100*=================================================================
036200*    2000-LOAD-THE-TITLES - ONE VIDOFILE PASS SPLITS THE ACTIVE
036300*    TITLES INTO THOSE STILL TO STREET AND THE COMPARABLES
036400*=================================================================
036500 2000-LOAD-THE-TITLES.
036600     MOVE 'N' TO WS-LOAD-EOF-SW
036700     IF NOT WS-VIDOFILE-AVAIL
036800         MOVE 'Y' TO WS-LOAD-EOF-SW
036900     END-IF
037000     PERFORM 2100-SORT-ONE-TITLE
037100         UNTIL WS-LOAD-EOF.
037200*=================================================================
037300*    2100-SORT-ONE-TITLE - A COMPARABLE MUST HAVE STREETED INSIDE
037400*    THE LOOKBACK AND HAVE A FULL 30 DAYS BEHIND IT
037500*=================================================================
037600 2100-SORT-ONE-TITLE.
037700     READ VIDOFILE NEXT RECORD
037800         AT END
037900             MOVE 'Y' TO WS-LOAD-EOF-SW
038000     END-READ
038100     IF NOT WS-LOAD-EOF
038200         AND VIDEO-IS-ACTIVE
038300         AND VIDEO-RELEASE-DATE NUMERIC
038400         AND VIDEO-RELEASE-DATE > ZERO
038500         IF VIDEO-RELEASE-DATE > WS-CURRENT-DATE-YYYYMMDD
038600             PERFORM 2110-KEEP-NEW-TITLE
038700         ELSE
038800             IF VIDEO-RELEASE-DATE NOT < WS-LOOKBACK-CUTOFF
038900                 PERFORM 2120-KEEP-COMPARABLE
039000             END-IF
039100         END-IF
039200     END-IF.
039300*=================================================================
039400*    2110-KEEP-NEW-TITLE
039500*=================================================================
039600 2110-KEEP-NEW-TITLE.
039700     IF WS-NT-COUNT < 200
039800         ADD 1 TO WS-NT-COUNT
039900         MOVE VIDEO-CODE         TO WS-NT-VIDEO-CODE (WS-NT-COUNT)
040000         MOVE VIDEO-TITLE        TO WS-NT-TITLE (WS-NT-COUNT)
040100         MOVE VIDEO-MEDIA-FORMAT TO WS-NT-FORMAT (WS-NT-COUNT)
040200         MOVE VIDEO-GENRE        TO WS-NT-GENRE (WS-NT-COUNT)
040300         MOVE VIDEO-STORE-CODE   TO WS-NT-HOME-STORE (WS-NT-COUNT)
040400         MOVE VIDEO-RELEASE-DATE
040500             TO WS-NT-RELEASE-DATE (WS-NT-COUNT)
040600         MOVE VIDEO-TOTAL-COPIES TO WS-NT-OWNED (WS-NT-COUNT)
040700         MOVE ZERO               TO WS-NT-ON-ORDER (WS-NT-COUNT)
040800         MOVE VIDEO-STORE-CODE   TO WS-FIND-STORE
040900         PERFORM 2800-FIND-THE-STORE
041000     ELSE
041100         DISPLAY 'NRFCST: NEW-TITLE TABLE FULL, SKIPPED='
041200             VIDEO-CODE
041300     END-IF.
041400*=================================================================
041500*    2120-KEEP-COMPARABLE - THE CURVE WINDOW RUNS FROM STREET
041600*    DATE FOR 30 DAYS
041700*=================================================================
041800 2120-KEEP-COMPARABLE.
041900     MOVE 'A'                TO CALR-FUNCTION
042000     MOVE VIDEO-RELEASE-DATE TO CALR-DATE
042100     MOVE ZERO               TO CALR-END-DATE
042200     MOVE WS-CURVE-DAYS      TO CALR-DAYS
042300     CALL 'STORECAL' USING CALENDAR-REQUEST
042400     IF CALR-RESULT-DATE NOT > WS-CURRENT-DATE-YYYYMMDD
042500         AND WS-CP-COUNT < 500
042600         ADD 1 TO WS-CP-COUNT
042700         MOVE WS-CP-COUNT TO WS-CP-SUB
042800         INITIALIZE WS-CP-ENTRY (WS-CP-SUB)
042900         MOVE VIDEO-CODE         TO WS-CP-VIDEO-CODE (WS-CP-SUB)
043000         MOVE VIDEO-MEDIA-FORMAT TO WS-CP-FORMAT (WS-CP-SUB)
043100         MOVE VIDEO-GENRE        TO WS-CP-GENRE (WS-CP-SUB)
043200         MOVE VIDEO-STORE-CODE   TO WS-CP-HOME-STORE (WS-CP-SUB)
043300         MOVE VIDEO-RELEASE-DATE
043400             TO WS-CP-RELEASE-DATE (WS-CP-SUB)
043500         MOVE CALR-RESULT-DATE   TO WS-CP-WINDOW-END (WS-CP-SUB)
043600         ADD 1 TO WS-COMPS-LOADED
043700     END-IF.
043800*=================================================================
043900*    2200-LOAD-COMP-COPIES - EVERY COPY BOUGHT OF A COMPARABLE,
044000*    WHATEVER BECAME OF IT, AT THE STORE THAT HOLDS IT
044100*=================================================================
044200 2200-LOAD-COMP-COPIES.
044300     MOVE 'N' TO WS-LOAD-EOF-SW
044400     OPEN INPUT CPYFILE
044500     IF FC-CPYFILE-STATUS NOT = '00'
044600         MOVE 'Y' TO WS-LOAD-EOF-SW
044700     END-IF
044800     PERFORM 2210-TAKE-ONE-COPY
044900         UNTIL WS-LOAD-EOF
045000     CLOSE CPYFILE.
045100*=================================================================
045200*    2210-TAKE-ONE-COPY
045300*=================================================================
045400 2210-TAKE-ONE-COPY.
045500     READ CPYFILE NEXT RECORD
045600         AT END
045700             MOVE 'Y' TO WS-LOAD-EOF-SW
045800     END-READ
045900     IF NOT WS-LOAD-EOF
046000         MOVE COPY-VIDEO-CODE TO WS-EVENT-CODE
046100         PERFORM 2700-FIND-THE-COMPARABLE
046200         IF WS-COMP-FOUND
046300             MOVE COPY-STORE-CODE TO WS-FIND-STORE
046400             PERFORM 2800-FIND-THE-STORE
046500             IF WS-SC-SUB > ZERO
046600                 ADD 1 TO WS-CP-COPIES (WS-CP-SUB, WS-SC-SUB)
046700             END-IF
046800         END-IF
046900     END-IF.
047000*=================================================================
047100*    2300-LOAD-COMP-RENTALS - COMPARABLE CHECKOUTS INSIDE THE
047200*    CURVE WINDOW, FROM RENTFILE AND RENTHIST
047300*=================================================================
047400 2300-LOAD-COMP-RENTALS.
047500     MOVE 'N' TO WS-LOAD-EOF-SW
047600     OPEN INPUT RENTFILE
047700     IF FC-RENTFILE-STATUS NOT = '00'
047800         MOVE 'Y' TO WS-LOAD-EOF-SW
047900     END-IF
048000     PERFORM 2310-TAKE-ONE-RENTAL
048100         UNTIL WS-LOAD-EOF
048200     CLOSE RENTFILE
048300     MOVE 'N' TO WS-LOAD-EOF-SW
048400     OPEN INPUT RENTHIST-IN
048500     IF FC-RENTHIST-STATUS NOT = '00'
048600         MOVE 'Y' TO WS-LOAD-EOF-SW
048700     END-IF
048800     PERFORM 2320-TAKE-ONE-HISTORY
048900         UNTIL WS-LOAD-EOF
049000     CLOSE RENTHIST-IN.
049100*=================================================================
049200*    2310-TAKE-ONE-RENTAL - COUNTED AT THE STORE THAT OPENED IT
049300*=================================================================
049400 2310-TAKE-ONE-RENTAL.
049500     READ RENTFILE NEXT RECORD
049600         AT END
049700             MOVE 'Y' TO WS-LOAD-EOF-SW
049800     END-READ
049900     IF NOT WS-LOAD-EOF
050000         MOVE RENTAL-VIDEO-CODE    TO WS-EVENT-CODE
050100         MOVE RENTAL-CHECKOUT-DATE TO WS-EVENT-DATE
050200         MOVE RENTAL-STORE-CODE    TO WS-EVENT-STORE
050300         PERFORM 2400-COUNT-ONE-CHECKOUT
050400     END-IF.
050500*=================================================================
050600*    2320-TAKE-ONE-HISTORY - COUNTED AT THE TITLE'S HOME STORE,
050700*    SINCE RENTHIST DOES NOT CARRY THE STORE
050800*=================================================================
050900 2320-TAKE-ONE-HISTORY.
051000     READ RENTHIST-IN
051100         AT END
051200             MOVE 'Y' TO WS-LOAD-EOF-SW
051300     END-READ
051400     IF NOT WS-LOAD-EOF
051500         AND RH-VIDEO-CODE NUMERIC
051600         AND RH-CHECKOUT-DATE NUMERIC
051700         MOVE RH-VIDEO-CODE        TO WS-EVENT-CODE
051800         MOVE RH-CHECKOUT-DATE     TO WS-EVENT-DATE
051900         MOVE 99                   TO WS-EVENT-STORE
052000         PERFORM 2400-COUNT-ONE-CHECKOUT
052100     END-IF.
052200*=================================================================
052300*    2400-COUNT-ONE-CHECKOUT - A CHECKOUT OF A COMPARABLE IN
052400*    ITS FIRST 30 DAYS ON THE SHELF (STORE 99 ASKS FOR THE
052500*    TITLE'S HOME STORE)
052600*=================================================================
052700 2400-COUNT-ONE-CHECKOUT.
052800     PERFORM 2700-FIND-THE-COMPARABLE
052900     IF WS-COMP-FOUND
053000         AND WS-EVENT-DATE NOT < WS-CP-RELEASE-DATE (WS-CP-SUB)
053100         AND WS-EVENT-DATE < WS-CP-WINDOW-END (WS-CP-SUB)
053200         IF WS-EVENT-STORE = 99
053300             MOVE WS-CP-HOME-STORE (WS-CP-SUB) TO WS-FIND-STORE
053400         ELSE
053500             MOVE WS-EVENT-STORE TO WS-FIND-STORE
053600         END-IF
053700         PERFORM 2800-FIND-THE-STORE
053800         IF WS-SC-SUB > ZERO
053900             ADD 1 TO WS-CP-RENTS (WS-CP-SUB, WS-SC-SUB)
054000         END-IF
054100     END-IF.
054200*=================================================================
054300*    2500-LOAD-OPEN-ORDERS - COPIES STILL DUE IN AGAINST OPEN
054400*    ORDERS FOR THE TITLES STILL TO STREET
054500*=================================================================
054600 2500-LOAD-OPEN-ORDERS.
054700     MOVE 'N' TO WS-LOAD-EOF-SW
054800     OPEN INPUT POFILE
054900     IF FC-POFILE-STATUS NOT = '00'
055000         MOVE 'Y' TO WS-LOAD-EOF-SW
055100     END-IF
055200     PERFORM 2510-TAKE-ONE-ORDER
055300         UNTIL WS-LOAD-EOF
055400     CLOSE POFILE.
055500*=================================================================
055600*    2510-TAKE-ONE-ORDER
055700*=================================================================
055800 2510-TAKE-ONE-ORDER.
055900     READ POFILE NEXT RECORD
056000         AT END
056100             MOVE 'Y' TO WS-LOAD-EOF-SW
056200     END-READ
056300     IF NOT WS-LOAD-EOF
056400         AND PO-OPEN
056500         AND PO-QTY-ORDERED > PO-QTY-RECEIVED
056600         PERFORM 2520-ADD-TO-NEW-TITLE
056700             VARYING WS-NT-SUB FROM 1 BY 1
056800             UNTIL WS-NT-SUB > WS-NT-COUNT
056900     END-IF.
057000*=================================================================
057100*    2520-ADD-TO-NEW-TITLE
057200*=================================================================
057300 2520-ADD-TO-NEW-TITLE.
057400     IF WS-NT-VIDEO-CODE (WS-NT-SUB) = PO-VIDEO-CODE
057500         COMPUTE WS-NT-ON-ORDER (WS-NT-SUB) =
057600             WS-NT-ON-ORDER (WS-NT-SUB)
057700             + PO-QTY-ORDERED - PO-QTY-RECEIVED
057800     END-IF.
057900*=================================================================
058000*    2700-FIND-THE-COMPARABLE - WS-EVENT-CODE IN THE TABLE
058100*=================================================================
058200 2700-FIND-THE-COMPARABLE.
058300     MOVE 'N' TO WS-COMP-FOUND-SW
058400     MOVE ZERO TO WS-CP-SUB
058500     IF WS-CP-COUNT > ZERO
058600         SET WS-CP-IDX TO 1
058700         SEARCH WS-CP-ENTRY
058800             AT END
058900                 CONTINUE
059000             WHEN WS-CP-IDX > WS-CP-COUNT
059100                 CONTINUE
059200             WHEN WS-CP-VIDEO-CODE (WS-CP-IDX) = WS-EVENT-CODE
059300                 MOVE 'Y' TO WS-COMP-FOUND-SW
059400                 SET WS-CP-SUB TO WS-CP-IDX
059500         END-SEARCH
059600     END-IF.
059700*=================================================================
059800*    2800-FIND-THE-STORE - WS-FIND-STORE'S COLUMN, ADDED ON
059900*    FIRST SIGHT; ZERO WHEN THE TABLE IS FULL
060000*=================================================================
060100 2800-FIND-THE-STORE.
060200     MOVE ZERO TO WS-SC-SUB
060300     PERFORM 2810-CHECK-ONE-STORE
060400         VARYING WS-FIND-SUB FROM 1 BY 1
060500         UNTIL WS-FIND-SUB > WS-SC-COUNT
060600            OR WS-SC-SUB > ZERO
060700     IF WS-SC-SUB = ZERO
060800         AND WS-SC-COUNT < 10
060900         ADD 1 TO WS-SC-COUNT
061000         MOVE WS-FIND-STORE TO WS-SC-CODE (WS-SC-COUNT)
061100         MOVE WS-SC-COUNT TO WS-SC-SUB
061200     END-IF.
061300*=================================================================
061400*    2810-CHECK-ONE-STORE
061500*=================================================================
061600 2810-CHECK-ONE-STORE.
061700     IF WS-SC-CODE (WS-FIND-SUB) = WS-FIND-STORE
061800         MOVE WS-FIND-SUB TO WS-SC-SUB
061900     END-IF.
062000*=================================================================
062100*    3000-FORECAST-ONE-TITLE - HOLDS, MATCHING COMPARABLES, ONE
062200*    LINE PER STORE, THEN WHAT IS LEFT TO BUY
062300*=================================================================
062400 3000-FORECAST-ONE-TITLE.
062500     ADD 1 TO WS-TITLES-FORECAST
062600     MOVE ZERO TO WS-HOLD-COUNT
062700     IF WS-HOLDFILE-AVAIL
062800         MOVE WS-NT-VIDEO-CODE (WS-NT-SUB) TO HOLD-VIDEO-CODE
062900         READ HOLDFILE
063000             NOT INVALID KEY
063100                 MOVE HOLD-QUEUE-COUNT TO WS-HOLD-COUNT
063200         END-READ
063300     END-IF
063400     MOVE SPACES TO WS-FCST-NOTE
063500     MOVE 'N' TO WS-GENRE-MATCH-SW
063600     MOVE ZERO TO WS-MATCHED-COMPS
063700     IF WS-NT-GENRE (WS-NT-SUB) NOT = SPACES
063800         MOVE 'Y' TO WS-GENRE-MATCH-SW
063900         PERFORM 3100-COUNT-ONE-MATCH
064000             VARYING WS-CP-SUB FROM 1 BY 1
064100             UNTIL WS-CP-SUB > WS-CP-COUNT
064200         IF WS-MATCHED-COMPS = ZERO
064300             MOVE 'N' TO WS-GENRE-MATCH-SW
064400             MOVE 'FORMAT ONLY' TO WS-FCST-NOTE
064500         END-IF
064600     END-IF
064700     IF NOT WS-MATCH-ON-GENRE
064800         PERFORM 3100-COUNT-ONE-MATCH
064900             VARYING WS-CP-SUB FROM 1 BY 1
065000             UNTIL WS-CP-SUB > WS-CP-COUNT
065100     END-IF
065200     IF WS-MATCHED-COMPS = ZERO
065300         MOVE 'NO COMPARABLES' TO WS-FCST-NOTE
065400         ADD 1 TO WS-TITLES-NO-COMPS
065500     END-IF
065600     MOVE WS-NT-VIDEO-CODE (WS-NT-SUB)   TO TH-VIDEO-CODE
065700     MOVE WS-NT-TITLE (WS-NT-SUB)        TO TH-TITLE
065800     MOVE WS-NT-FORMAT (WS-NT-SUB)       TO TH-FORMAT
065900     MOVE WS-NT-GENRE (WS-NT-SUB)        TO TH-GENRE
066000     MOVE WS-NT-RELEASE-DATE (WS-NT-SUB) TO TH-RELEASE-DATE
066100     MOVE WS-HOLD-COUNT                  TO TH-HOLDS
066200     MOVE WS-MATCHED-COMPS               TO TH-COMPS
066300     MOVE SPACES TO NRFCRPT-LINE
066400     WRITE NRFCRPT-LINE
066500     WRITE NRFCRPT-LINE FROM WS-TITLE-HEAD-LINE
066600     WRITE NRFCRPT-LINE FROM WS-COLUMN-LINE
066700     ADD 3 TO WS-REPORT-LINES
066800     MOVE ZERO TO WS-TITLE-COPIES
066900     PERFORM 3200-FORECAST-ONE-STORE
067000         VARYING WS-SC-SUB FROM 1 BY 1
067100         UNTIL WS-SC-SUB > WS-SC-COUNT
067200     PERFORM 3400-SETTLE-THE-ORDER.
067300*=================================================================
067400*    3100-COUNT-ONE-MATCH - SAME FORMAT, AND SAME GENRE WHILE
067500*    MATCHING ON GENRE
067600*=================================================================
067700 3100-COUNT-ONE-MATCH.
067800     IF WS-CP-FORMAT (WS-CP-SUB) = WS-NT-FORMAT (WS-NT-SUB)
067900         AND (NOT WS-MATCH-ON-GENRE
068000              OR WS-CP-GENRE (WS-CP-SUB)
068100                 = WS-NT-GENRE (WS-NT-SUB))
068200         ADD 1 TO WS-MATCHED-COMPS
068300     END-IF.
068400*=================================================================
068500*    3200-FORECAST-ONE-STORE - THE COMPARABLES' AVERAGE COPIES
068600*    AND FIRST-30-DAY CHECKOUTS AT THE STORE, THEIR TURNS, AND
068700*    THE COPIES THE NEW TITLE NEEDS THERE
068800*=================================================================
068900 3200-FORECAST-ONE-STORE.
069000     MOVE ZERO TO WS-STORE-RENTS
069100     MOVE ZERO TO WS-STORE-COPIES
069200     PERFORM 3210-ADD-ONE-MATCH
069300         VARYING WS-CP-SUB FROM 1 BY 1
069400         UNTIL WS-CP-SUB > WS-CP-COUNT
069500     MOVE ZERO TO SD-COMP-BOUGHT
069600     MOVE ZERO TO SD-COMP-RENTED
069700     MOVE ZERO TO WS-FCST-RENTS
069800     IF WS-MATCHED-COMPS > ZERO
069900         COMPUTE SD-COMP-BOUGHT ROUNDED =
070000             WS-STORE-COPIES / WS-MATCHED-COMPS
070100         COMPUTE SD-COMP-RENTED ROUNDED =
070200             WS-STORE-RENTS / WS-MATCHED-COMPS
070300         COMPUTE WS-FCST-RENTS ROUNDED =
070400             WS-STORE-RENTS / WS-MATCHED-COMPS
070500     END-IF
070600     IF WS-SC-CODE (WS-SC-SUB) = WS-NT-HOME-STORE (WS-NT-SUB)
070700         ADD WS-HOLD-COUNT TO WS-FCST-RENTS
070800     END-IF
070900     IF WS-STORE-COPIES > ZERO
071000         AND WS-STORE-RENTS > ZERO
071100         COMPUTE WS-STORE-TURNS ROUNDED =
071200             WS-STORE-RENTS / WS-STORE-COPIES
071300     ELSE
071400         MOVE WS-DEFAULT-TURNS TO WS-STORE-TURNS
071500     END-IF
071600     MOVE ZERO TO WS-FCST-COPIES
071700     IF WS-FCST-RENTS > ZERO
071800         COMPUTE WS-FCST-COPIES = WS-FCST-RENTS / WS-STORE-TURNS
071900         IF WS-FCST-COPIES * WS-STORE-TURNS < WS-FCST-RENTS
072000             ADD 1 TO WS-FCST-COPIES
072100         END-IF
072200     END-IF
072300     ADD WS-FCST-COPIES TO WS-TITLE-COPIES
072400     MOVE WS-SC-CODE (WS-SC-SUB) TO SD-STORE-CODE
072500     MOVE WS-STORE-TURNS         TO SD-TURNS
072600     MOVE WS-FCST-RENTS          TO SD-FCST-RENTS
072700     MOVE WS-FCST-COPIES         TO SD-FCST-COPIES
072800     WRITE NRFCRPT-LINE FROM WS-STORE-DETAIL
072900     ADD 1 TO WS-REPORT-LINES.
073000*=================================================================
073100*    3210-ADD-ONE-MATCH
073200*=================================================================
073300 3210-ADD-ONE-MATCH.
073400     IF WS-CP-FORMAT (WS-CP-SUB) = WS-NT-FORMAT (WS-NT-SUB)
073500         AND (NOT WS-MATCH-ON-GENRE
073600              OR WS-CP-GENRE (WS-CP-SUB)
073700                 = WS-NT-GENRE (WS-NT-SUB))
073800         ADD WS-CP-RENTS (WS-CP-SUB, WS-SC-SUB)
073900             TO WS-STORE-RENTS
074000         ADD WS-CP-COPIES (WS-CP-SUB, WS-SC-SUB)
074100             TO WS-STORE-COPIES
074200     END-IF.
074300*=================================================================
074400*    3400-SETTLE-THE-ORDER - THE FORECAST LESS WHAT IS OWNED AND
074500*    ON ORDER GOES TO POGEN
074600*=================================================================
074700 3400-SETTLE-THE-ORDER.
074800     MOVE ZERO TO WS-TO-ORDER
074900     IF WS-TITLE-COPIES >
075000         WS-NT-OWNED (WS-NT-SUB) + WS-NT-ON-ORDER (WS-NT-SUB)
075100         COMPUTE WS-TO-ORDER = WS-TITLE-COPIES
075200             - WS-NT-OWNED (WS-NT-SUB)
075300             - WS-NT-ON-ORDER (WS-NT-SUB)
075400     END-IF
075500     IF WS-TO-ORDER > 999
075600         MOVE 999 TO WS-TO-ORDER
075700     END-IF
075800     MOVE WS-TITLE-COPIES            TO TT-FCST-COPIES
075900     MOVE WS-NT-OWNED (WS-NT-SUB)    TO TT-OWNED
076000     MOVE WS-NT-ON-ORDER (WS-NT-SUB) TO TT-ON-ORDER
076100     MOVE WS-TO-ORDER                TO TT-TO-ORDER
076200     MOVE WS-FCST-NOTE               TO TT-NOTE
076300     WRITE NRFCRPT-LINE FROM WS-TITLE-TOTAL-LINE
076400     ADD 1 TO WS-REPORT-LINES
076500     IF WS-TO-ORDER > ZERO
076600         MOVE WS-NT-VIDEO-CODE (WS-NT-SUB)   TO OD-VIDEO-CODE
076700         MOVE WS-TO-ORDER                    TO OD-QTY
076800         MOVE WS-NT-RELEASE-DATE (WS-NT-SUB) TO OD-RELEASE-DATE
076900         MOVE WS-NT-TITLE (WS-NT-SUB)        TO OD-TITLE
077000         WRITE NRFCREC-LINE FROM WS-ORDER-DETAIL
077100         ADD 1 TO WS-ORDER-LINES
077200         ADD WS-TO-ORDER TO WS-COPIES-TO-ORDER
077300     END-IF.
077400*=================================================================
077500*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
077600*=================================================================
077700 6000-TERMINATE.
077800     IF WS-VIDOFILE-AVAIL
077900         CLOSE VIDOFILE
078000     END-IF
078100     IF WS-HOLDFILE-AVAIL
078200         CLOSE HOLDFILE
078300     END-IF
078400     CLOSE NRFCRPT-RPT
078500     CLOSE NRFCREC-OUT
078600     DISPLAY 'NRFCST: TITLES FORECAST   = ' WS-TITLES-FORECAST
078700     DISPLAY 'NRFCST: COMPARABLES       = ' WS-COMPS-LOADED
078800     DISPLAY 'NRFCST: NO COMPARABLES    = ' WS-TITLES-NO-COMPS
078900     DISPLAY 'NRFCST: ORDER LINES       = ' WS-ORDER-LINES
079000     DISPLAY 'NRFCST: COPIES TO ORDER   = ' WS-COPIES-TO-ORDER.
079100*=================================================================
079200*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
079300*=================================================================
079400 9000-DISPLAY-VERSION-TRAILER.
079500     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='NRFCST -'==
079600                             ==:LINECOUNT:== BY
079700                                 WS-REPORT-LINES.
