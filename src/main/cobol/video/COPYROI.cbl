000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    COPYROI.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - TITLE AND COPY
001200*                   PROFITABILITY (RETURN ON PURCHASE) REPORT.
001210*  2026-10-15 VSG   MERCHANDISE ORDERS AND EQUIPMENT RENTALS ARE
001220*                   LEFT OUT - NEITHER IS A TITLE.
001300*=================================================================
001400*  PUTS EVERY COPY'S LIFETIME EARNINGS AGAINST WHAT IT COST TO
001500*  BUY.  A COPY'S ACQUISITION COST IS THE TITLE'S AVERAGE UNIT
001600*  COST OVER THE COPIES RECEIVED AGAINST ITS PURCHASE ORDERS
001700*  (POFILE QUANTITY RECEIVED AT PO-UNIT-COST); A TITLE WITH NO
001800*  RECEIPTS AT A PRICE IS COSTED AT THE REPLCOST FIGURE FOR ITS
001900*  FORMAT AND TIER AND FLAGGED '*'.  EARNINGS ARE EVERY CLOSED
002000*  RENTAL OF THE COPY ON RENTFILE AND RENTHIST - THE RENTAL
002100*  CHARGE QUOTED THROUGH PRICENG FOR THE DAYS OUT, AS DEMAND
002200*  DOES, PLUS THE LATE FEE - AND ANY PREVIOUSLY-VIEWED SALE OF
002300*  THE COPY ON SALEREG.  THE EVENTS ARE SORTED BY TITLE, COPY
002400*  AND DATE SO EACH COPY'S PAYBACK DATE IS THE FIRST DAY ITS
002500*  RUNNING EARNINGS REACHED ITS COST.  EACH TITLE PRINTS ITS
002600*  COPIES (COST, RENTALS, REVENUE, LATE FEES, SALE, NET RETURN,
002700*  DAYS FROM ACQUISITION TO PAYBACK) AND A TITLE LINE WHOSE
002800*  PAYBACK IS THE AVERAGE OF ITS PAID-BACK COPIES, OR 'NEVER'
002900*  WHEN THE TITLE HAS NOT EARNED BACK WHAT IT COST.  RENTALS
003000*  ARCHIVED BEFORE RENTHIST CARRIED THE COPY NUMBER COUNT TO
003100*  THE TITLE ONLY.  THE RUN ENDS WITH THE RETURN BY MEDIA
003200*  FORMAT AND PRICE TIER AND THE LIST OF TITLES THAT NEVER
003300*  RECOVERED THEIR COST.
003400*=================================================================
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004500         FILE STATUS IS FC-VIDOFILE-STATUS.
004600     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS COPY-KEY OF COPY-RECORD
005000         FILE STATUS IS FC-CPYFILE-STATUS.
005100     SELECT OPTIONAL POFILE ASSIGN TO 'IDXPO'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PO-NUMBER OF PO-RECORD
005500         FILE STATUS IS FC-POFILE-STATUS.
005600     SELECT OPTIONAL RENTFILE ASSIGN TO 'IDXRENT'
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS RENTAL-NUMBER OF RENTAL-RECORD
006000         ALTERNATE RECORD KEY IS RENTAL-VIDEO-CODE
006100            OF RENTAL-RECORD WITH DUPLICATES
006200         ALTERNATE RECORD KEY IS RENTAL-CUSTOMER-ID
006300            OF RENTAL-RECORD WITH DUPLICATES
006400         FILE STATUS IS FC-RENTFILE-STATUS.
006500     SELECT OPTIONAL RENTHIST-IN ASSIGN TO 'RENTHIST'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FC-RENTHIST-STATUS.
006800     SELECT OPTIONAL SALEREG-IN ASSIGN TO 'SALEREG'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FC-SALEREG-STATUS.
007100     SELECT OPTIONAL REPLCOST-FILE ASSIGN TO 'REPLCOST'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FC-REPLCOST-STATUS.
007400     SELECT SORT-WORK ASSIGN TO 'SORTWK01'.
007500     SELECT COPYROI-RPT ASSIGN TO 'COPYROI'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FC-COPYROI-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  VIDOFILE.
008100 COPY VIDOREC.
008200 FD  CPYFILE.
008300 COPY COPYREC.
008400 FD  POFILE.
008500 COPY POREC.
008600 FD  RENTFILE.
008700 COPY RENTREC.
008800 FD  RENTHIST-IN
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  RENTHIST-IN-LINE.
009100     05  RH-RENTAL-NUMBER           PIC 9(7).
009200     05  FILLER                     PIC X(1).
009300     05  RH-VIDEO-CODE              PIC 9(5).
009400     05  FILLER                     PIC X(1).
009500     05  RH-CUSTOMER-ID             PIC X(6).
009600     05  FILLER                     PIC X(1).
009700     05  RH-CHECKOUT-DATE           PIC 9(8).
009800     05  FILLER                     PIC X(1).
009900     05  RH-DUE-DATE                PIC 9(8).
010000     05  FILLER                     PIC X(1).
010100     05  RH-RETURN-DATE             PIC 9(8).
010200     05  FILLER                     PIC X(1).
010300     05  RH-LATE-FEE                PIC 9(5)V99.
010400     05  FILLER                     PIC X(1).
010500     05  RH-STATUS                  PIC X(1).
010600     05  FILLER                     PIC X(1).
010700     05  RH-MEMBER-NO               PIC X(2).
010800     05  FILLER                     PIC X(1).
010900     05  RH-COPY-NUMBER             PIC X(3).
011000     05  FILLER                     PIC X(16).
011100 FD  SALEREG-IN
011200     RECORD CONTAINS 80 CHARACTERS.
011300 01  SALEREG-IN-LINE                PIC X(80).
011400 FD  REPLCOST-FILE
011500     RECORD CONTAINS 80 CHARACTERS.
011600 01  REPLCOST-INPUT-LINE.
011700     05  RC-FORMAT                  PIC X(1).
011800     05  FILLER                     PIC X(1).
011900     05  RC-TIER                    PIC X(1).
012000     05  FILLER                     PIC X(1).
012100     05  RC-COST-AMT                PIC 9(3)V99.
012200     05  FILLER                     PIC X(71).
012300 SD  SORT-WORK.
012400 01  SORT-RECORD.
012500     05  SR-VIDEO-CODE              PIC 9(5).
012600     05  SR-COPY-NUMBER             PIC 9(3).
012700     05  SR-EVENT-DATE              PIC 9(8).
012800     05  SR-EVENT-TYPE              PIC X(1).
012900         88  SR-PO-RECEIPT          VALUE 'P'.
013000         88  SR-ACQUIRED            VALUE 'A'.
013100         88  SR-RENTAL              VALUE 'R'.
013200         88  SR-SALE                VALUE 'S'.
013300     05  SR-QTY                     PIC 9(3).
013400     05  SR-AMOUNT                  PIC 9(5)V99.
013500     05  SR-LATE-FEE                PIC 9(5)V99.
013600     05  SR-COPY-STATUS             PIC X(1).
013700 FD  COPYROI-RPT
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  COPYROI-LINE                   PIC X(80).
014000 WORKING-STORAGE SECTION.
014100*=================================================================
014200 COPY VERSTAMP.
014300 COPY CALREQ.
014400 COPY PRICEREQ.
014500 COPY REPLCOST.
014600 01  FC-STATUSES.
014700     05  FC-VIDOFILE-STATUS         PIC X(2).
014800     05  FC-CPYFILE-STATUS          PIC X(2).
014900     05  FC-POFILE-STATUS           PIC X(2).
015000     05  FC-RENTFILE-STATUS         PIC X(2).
015100     05  FC-RENTHIST-STATUS         PIC X(2).
015200     05  FC-SALEREG-STATUS          PIC X(2).
015300     05  FC-REPLCOST-STATUS         PIC X(2).
015400     05  FC-COPYROI-STATUS          PIC X(2).
015500 01  WS-SWITCHES.
015600     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
015700         88  WS-LOAD-EOF            VALUE 'Y'.
015800     05  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
015900         88  WS-SORT-EOF            VALUE 'Y'.
016000     05  WS-REPL-EOF-SW             PIC X(1) VALUE 'N'.
016100         88  WS-REPL-EOF            VALUE 'Y'.
016200     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
016300         88  WS-VIDOFILE-AVAIL      VALUE 'Y'.
016400 01  WS-CURRENT-DATE.
016500     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
016600 01  WS-REPL-COST-DEFAULT           PIC 9(3)V99 VALUE 20.00.
016700*=================================================================
016800*    RENTAL PRICING - THE TIER OF THE LAST TITLE PRICED IS KEPT
016900*    SO A RUN OF ONE TITLE'S RENTALS READS VIDOFILE ONCE
017000*=================================================================
017100 01  WS-PRICED-CODE                 PIC 9(5) VALUE ZERO.
017200 01  WS-PRICED-TIER                 PIC X(1) VALUE SPACE.
017300 01  WS-RENT-CHECKOUT-DATE          PIC 9(8).
017400 01  WS-RENT-END-DATE               PIC 9(8).
017500 01  WS-RENT-PLAN-FLAG              PIC X(1).
017600 01  WS-DAYS-OUT                    PIC 9(3).
017700 01  WS-AMT-PARSE.
017800     05  WS-AMT-X                   PIC X(8).
017900     05  WS-AMT-WHOLE               PIC 9(5).
018000     05  WS-AMT-CENTS               PIC 9(2).
018100     05  WS-AMT-VALUE               PIC 9(7)V99.
018200*=================================================================
018300*    TITLE AND COPY ACCUMULATORS FOR THE CONTROL BREAKS
018400*=================================================================
018500 01  WS-BREAK-VIDEO-CODE            PIC 9(5).
018600 01  WS-BREAK-COPY-NUMBER           PIC 9(3).
018700 01  WS-TITLE-NAME                  PIC X(40).
018800 01  WS-TITLE-FORMAT                PIC X(1).
018900 01  WS-TITLE-TIER                  PIC X(1).
019000 01  WS-TITLE-UNIT-COST             PIC 9(3)V99.
019100 01  WS-TITLE-COST-FLAG             PIC X(1).
019200 01  WS-TITLE-TOTALS.
019300     05  WS-TT-PO-QTY               PIC 9(5).
019400     05  WS-TT-PO-COST              PIC 9(7)V99.
019500     05  WS-TT-COPIES               PIC 9(5).
019600     05  WS-TT-COST                 PIC 9(7)V99.
019700     05  WS-TT-RENTALS              PIC 9(5).
019800     05  WS-TT-RENT-REVENUE         PIC 9(7)V99.
019900     05  WS-TT-LATE-FEES            PIC 9(7)V99.
020000     05  WS-TT-SALES                PIC 9(7)V99.
020100     05  WS-TT-PAID-COPIES          PIC 9(5).
020200     05  WS-TT-PAYBACK-DAYS         PIC 9(7).
020300     05  WS-TT-NR-RENTALS           PIC 9(5).
020400     05  WS-TT-NR-REVENUE           PIC 9(7)V99.
020500     05  WS-TT-NR-LATE-FEES         PIC 9(7)V99.
020600     05  WS-TT-NR-SALES             PIC 9(7)V99.
020700 01  WS-TITLE-EARNINGS              PIC 9(7)V99.
020800 01  WS-TITLE-NET                   PIC S9(7)V99.
020900 01  WS-COPY-TOTALS.
021000     05  WS-CT-ACQUIRED-DATE        PIC 9(8).
021100     05  WS-CT-STATUS               PIC X(1).
021200     05  WS-CT-RENTALS              PIC 9(5).
021300     05  WS-CT-RENT-REVENUE         PIC 9(7)V99.
021400     05  WS-CT-LATE-FEES            PIC 9(7)V99.
021500     05  WS-CT-SALE                 PIC 9(7)V99.
021600     05  WS-CT-EARNED               PIC 9(7)V99.
021700     05  WS-CT-PAYBACK-DATE         PIC 9(8).
021800 01  WS-COPY-NET                    PIC S9(7)V99.
021900 01  WS-PAYBACK-DAYS                PIC 9(5).
022000 01  WS-PAYBACK-EDIT                PIC ZZZZ9.
022100*=================================================================
022200*    RETURN BY MEDIA FORMAT AND PRICE TIER - ROW 7 TAKES A
022300*    TITLE WHOSE FORMAT OR TIER IS NOT ONE OF THE SIX
022400*=================================================================
022500 01  WS-MIX-CODES                   PIC X(14)
022600     VALUE 'VNVCDNDCBNBC??'.
022700 01  WS-MIX-CODE-TABLE REDEFINES WS-MIX-CODES.
022800     05  WS-MIX-CODE OCCURS 7 TIMES PIC X(2).
022900 01  WS-MIX-KEY.
023000     05  WS-MIX-KEY-FORMAT          PIC X(1).
023100     05  WS-MIX-KEY-TIER            PIC X(1).
023200 01  WS-MIX-TABLE.
023300     05  WS-MIX-ENTRY OCCURS 7 TIMES.
023400         10  WS-MX-TITLES           PIC 9(5).
023500         10  WS-MX-UNRECOVERED      PIC 9(5).
023600         10  WS-MX-COST             PIC 9(7)V99.
023700         10  WS-MX-EARNINGS         PIC 9(7)V99.
023800         10  WS-MX-NET              PIC S9(7)V99.
023900 01  WS-MIX-SUB                     PIC 9(1).
024000*=================================================================
024100*    TITLES THAT NEVER RECOVERED THEIR COST
024200*=================================================================
024300 01  WS-LOSS-TABLE.
024400     05  WS-LOSS-COUNT              PIC 9(3) VALUE ZERO.
024500     05  WS-LOSS-ENTRY OCCURS 500 TIMES.
024600         10  WS-LS-VIDEO-CODE       PIC 9(5).
024700         10  WS-LS-TITLE            PIC X(30).
024800         10  WS-LS-FORMAT           PIC X(1).
024900         10  WS-LS-TIER             PIC X(1).
025000         10  WS-LS-COPIES           PIC 9(5).
025100         10  WS-LS-COST             PIC 9(7)V99.
025200         10  WS-LS-EARNINGS         PIC 9(7)V99.
025300         10  WS-LS-SHORTFALL        PIC 9(7)V99.
025400 01  WS-LOSS-SUB                    PIC 9(3).
025500 01  WS-COUNTERS.
025600     05  WS-POS-RELEASED            PIC 9(7) VALUE ZERO.
025700     05  WS-COPIES-RELEASED         PIC 9(7) VALUE ZERO.
025800     05  WS-RENTALS-RELEASED        PIC 9(7) VALUE ZERO.
025900     05  WS-HISTORY-RELEASED        PIC 9(7) VALUE ZERO.
026000     05  WS-SALES-RELEASED          PIC 9(7) VALUE ZERO.
026100     05  WS-TITLES-REPORTED         PIC 9(5) VALUE ZERO.
026200     05  WS-TITLES-UNRECOVERED      PIC 9(5) VALUE ZERO.
026300     05  WS-TITLES-COST-ESTIMATED   PIC 9(5) VALUE ZERO.
026400     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
026500 01  WS-HEAD-LINE.
026600     05  FILLER                     PIC X(40)
026700         VALUE ' TITLE AND COPY PROFITABILITY AS OF     '.
026800     05  HD-AS-OF-DATE              PIC 9(8).
026900     05  FILLER                     PIC X(32) VALUE SPACE.
027000 01  WS-COLUMN-LINE.
027100     05  FILLER                     PIC X(40)
027200         VALUE ' CODE/CPY  ACQUIRED S     COST  RENT    '.
027300     05  FILLER                     PIC X(40)
027400         VALUE 'REVENUE LATE FEES    SALE  NET RETURN PB'.
027500 01  WS-TITLE-HEAD-LINE.
027600     05  FILLER                     PIC X(1)  VALUE SPACE.
027700     05  TH-VIDEO-CODE              PIC 9(5).
027800     05  FILLER                     PIC X(2)  VALUE SPACE.
027900     05  TH-TITLE                   PIC X(40).
028000     05  FILLER                     PIC X(2)  VALUE SPACE.
028100     05  TH-FORMAT                  PIC X(1).
028200     05  FILLER                     PIC X(1)  VALUE '/'.
028300     05  TH-TIER                    PIC X(1).
028400     05  FILLER                     PIC X(12)
028500         VALUE '  UNIT COST '.
028600     05  TH-UNIT-COST               PIC ZZ9.99.
028700     05  TH-COST-FLAG               PIC X(1).
028800     05  FILLER                     PIC X(8)  VALUE SPACE.
028900 01  WS-COPY-DETAIL.
029000     05  FILLER                     PIC X(1)  VALUE SPACE.
029100     05  CD-VIDEO-CODE              PIC 9(5).
029200     05  FILLER                     PIC X(1)  VALUE '/'.
029300     05  CD-COPY-NUMBER             PIC X(3).
029400     05  FILLER                     PIC X(1)  VALUE SPACE.
029500     05  CD-ACQUIRED-DATE           PIC X(8).
029600     05  FILLER                     PIC X(1)  VALUE SPACE.
029700     05  CD-STATUS                  PIC X(1).
029800     05  FILLER                     PIC X(1)  VALUE SPACE.
029900     05  CD-COST                    PIC ZZZZ9.99.
030000     05  CD-COST-FLAG               PIC X(1).
030100     05  FILLER                     PIC X(1)  VALUE SPACE.
030200     05  CD-RENTALS                 PIC ZZZ9.
030300     05  FILLER                     PIC X(1)  VALUE SPACE.
030400     05  CD-RENT-REVENUE            PIC ZZZZZ9.99.
030500     05  FILLER                     PIC X(1)  VALUE SPACE.
030600     05  CD-LATE-FEES               PIC ZZZZ9.99.
030700     05  FILLER                     PIC X(1)  VALUE SPACE.
030800     05  CD-SALE                    PIC ZZZ9.99.
030900     05  FILLER                     PIC X(1)  VALUE SPACE.
031000     05  CD-NET                     PIC ZZZZZ9.99-.
031100     05  FILLER                     PIC X(1)  VALUE SPACE.
031200     05  CD-PAYBACK                 PIC X(5).
031300 01  WS-MIX-HEAD-LINE.
031400     05  FILLER                     PIC X(40)
031500         VALUE ' RETURN BY FORMAT AND TIER   TITLES  NOT'.
031600     05  FILLER                     PIC X(40)
031700         VALUE ' PAID       COST   EARNINGS  NET RETURN '.
031800 01  WS-MIX-DETAIL.
031900     05  FILLER                     PIC X(1)  VALUE SPACE.
032000     05  MX-FORMAT-NAME             PIC X(8).
032100     05  FILLER                     PIC X(1)  VALUE SPACE.
032200     05  MX-TIER-NAME               PIC X(11).
032300     05  FILLER                     PIC X(8)  VALUE SPACE.
032400     05  MX-TITLES                  PIC ZZZZ9.
032500     05  FILLER                     PIC X(3)  VALUE SPACE.
032600     05  MX-UNRECOVERED             PIC ZZZZ9.
032700     05  FILLER                     PIC X(1)  VALUE SPACE.
032800     05  MX-COST                    PIC ZZZZZZ9.99.
032900     05  FILLER                     PIC X(1)  VALUE SPACE.
033000     05  MX-EARNINGS                PIC ZZZZZZ9.99.
033100     05  FILLER                     PIC X(1)  VALUE SPACE.
033200     05  MX-NET                     PIC ZZZZZZ9.99-.
033300     05  FILLER                     PIC X(4)  VALUE SPACE.
033400 01  WS-LOSS-HEAD-LINE.
033500     05  FILLER                     PIC X(40)
033600         VALUE ' TITLES THAT NEVER RECOVERED THEIR COST '.
033700     05  FILLER                     PIC X(40)
033800         VALUE '   COPIES       COST   EARNINGS  SHORT  '.
033900 01  WS-LOSS-DETAIL.
034000     05  FILLER                     PIC X(1)  VALUE SPACE.
034100     05  LD-VIDEO-CODE              PIC 9(5).
034200     05  FILLER                     PIC X(2)  VALUE SPACE.
034300     05  LD-TITLE                   PIC X(30).
034400     05  FILLER                     PIC X(1)  VALUE SPACE.
034500     05  LD-FORMAT                  PIC X(1).
034600     05  FILLER                     PIC X(1)  VALUE '/'.
034700     05  LD-TIER                    PIC X(1).
034800     05  FILLER                     PIC X(2)  VALUE SPACE.
034900     05  LD-COPIES                  PIC ZZZ9.
035000     05  FILLER                     PIC X(1)  VALUE SPACE.
035100     05  LD-COST                    PIC ZZZZZZ9.99.
035200     05  FILLER                     PIC X(1)  VALUE SPACE.
035300     05  LD-EARNINGS                PIC ZZZZZZ9.99.
035400     05  FILLER                     PIC X(1)  VALUE SPACE.
035500     05  LD-SHORTFALL               PIC ZZZZZ9.99.
035600 PROCEDURE DIVISION.
035700*=================================================================
035800 0000-MAINLINE.
035900     PERFORM 0900-DISPLAY-VERSION-STAMP
036000     PERFORM 1000-INITIALIZE
036100     SORT SORT-WORK
036200         ASCENDING KEY SR-VIDEO-CODE SR-COPY-NUMBER
036300                       SR-EVENT-DATE SR-EVENT-TYPE
036400         INPUT PROCEDURE IS 2000-RELEASE-EVENTS
036500         OUTPUT PROCEDURE IS 3000-REPORT-THE-TITLES
036600     PERFORM 4000-PRINT-THE-MIX
036700     PERFORM 4500-PRINT-THE-LOSSES
036800     PERFORM 6000-TERMINATE
036900     PERFORM 9000-DISPLAY-VERSION-TRAILER
037000     STOP RUN.
037100*=================================================================
037200*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
037300*=================================================================
037400 0900-DISPLAY-VERSION-STAMP.
037500     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='COPYROI -'==
037600                             ==:PROGVERS:== BY =='Version 001'==.
037700*=================================================================
037800*    1000-INITIALIZE - OPEN FILES, LOAD THE COST TABLE
037900*=================================================================
038000 1000-INITIALIZE.
038100     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
038200     MOVE ZERO TO WS-MIX-TABLE
038300     PERFORM 1060-LOAD-REPL-COST-TABLE
038400     OPEN INPUT VIDOFILE
038500     IF FC-VIDOFILE-STATUS = '00'
038600         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
038700     END-IF
038800     OPEN OUTPUT COPYROI-RPT
038900     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-AS-OF-DATE
039000     WRITE COPYROI-LINE FROM WS-HEAD-LINE
039100     WRITE COPYROI-LINE FROM WS-COLUMN-LINE
039200     ADD 2 TO WS-REPORT-LINES.
039300*=================================================================
039400*    1060-LOAD-REPL-COST-TABLE - LOAD THE FORMAT/TIER COSTS
039500*=================================================================
039600 1060-LOAD-REPL-COST-TABLE.
039700     OPEN INPUT REPLCOST-FILE
039800     IF FC-REPLCOST-STATUS NOT = '00'
039900         DISPLAY 'COPYROI: REPLCOST NOT AVAILABLE, '
040000             'USING DEFAULT COST'
040100     ELSE
040200         PERFORM 1070-READ-NEXT-REPL-COST
040300         PERFORM 1075-STORE-REPL-COST-ENTRY
040400             UNTIL WS-REPL-EOF
040500         CLOSE REPLCOST-FILE
040600     END-IF.
040700*=================================================================
040800*    1070-READ-NEXT-REPL-COST
040900*=================================================================
041000 1070-READ-NEXT-REPL-COST.
041100     READ REPLCOST-FILE
041200         AT END
041300             MOVE 'Y' TO WS-REPL-EOF-SW
041400     END-READ.
041500*=================================================================
041600*    1075-STORE-REPL-COST-ENTRY
041700*=================================================================
041800 1075-STORE-REPL-COST-ENTRY.
041900     IF REPL-COST-ENTRY-COUNT < REPL-COST-MAX-ENTRIES
042000         ADD 1 TO REPL-COST-ENTRY-COUNT
042100         MOVE RC-FORMAT
042200             TO REPL-COST-FORMAT (REPL-COST-ENTRY-COUNT)
042300         MOVE RC-TIER
042400             TO REPL-COST-TIER (REPL-COST-ENTRY-COUNT)
042500         MOVE RC-COST-AMT
042600             TO REPL-COST-AMT (REPL-COST-ENTRY-COUNT)
042700     END-IF
042800     PERFORM 1070-READ-NEXT-REPL-COST.
042900*=================================================================
043000*    2000-RELEASE-EVENTS - PRICED RECEIPTS (UNDER COPY 000 SO
043100*    THEY SORT AHEAD OF THE TITLE'S COPIES), ONE ACQUISITION PER
043200*    COPY, EVERY CLOSED RENTAL, AND EVERY RACK SALE
043300*=================================================================
043400 2000-RELEASE-EVENTS.
043500     MOVE 'N' TO WS-LOAD-EOF-SW
043600     OPEN INPUT POFILE
043700     IF FC-POFILE-STATUS NOT = '00'
043800         MOVE 'Y' TO WS-LOAD-EOF-SW
043900     END-IF
044000     PERFORM 2100-RELEASE-ONE-RECEIPT
044100         UNTIL WS-LOAD-EOF
044200     CLOSE POFILE
044300     MOVE 'N' TO WS-LOAD-EOF-SW
044400     OPEN INPUT CPYFILE
044500     IF FC-CPYFILE-STATUS NOT = '00'
044600         MOVE 'Y' TO WS-LOAD-EOF-SW
044700     END-IF
044800     PERFORM 2200-RELEASE-ONE-COPY
044900         UNTIL WS-LOAD-EOF
045000     CLOSE CPYFILE
045100     MOVE 'N' TO WS-LOAD-EOF-SW
045200     OPEN INPUT RENTFILE
045300     IF FC-RENTFILE-STATUS NOT = '00'
045400         MOVE 'Y' TO WS-LOAD-EOF-SW
045500     END-IF
045600     PERFORM 2300-RELEASE-ONE-RENTAL
045700         UNTIL WS-LOAD-EOF
045800     CLOSE RENTFILE
045900     MOVE 'N' TO WS-LOAD-EOF-SW
046000     OPEN INPUT RENTHIST-IN
046100     IF FC-RENTHIST-STATUS NOT = '00'
046200         MOVE 'Y' TO WS-LOAD-EOF-SW
046300     END-IF
046400     PERFORM 2400-RELEASE-ONE-HISTORY
046500         UNTIL WS-LOAD-EOF
046600     CLOSE RENTHIST-IN
046700     MOVE 'N' TO WS-LOAD-EOF-SW
046800     OPEN INPUT SALEREG-IN
046900     IF FC-SALEREG-STATUS NOT = '00'
047000         MOVE 'Y' TO WS-LOAD-EOF-SW
047100     END-IF
047200     PERFORM 2500-RELEASE-ONE-SALE
047300         UNTIL WS-LOAD-EOF
047400     CLOSE SALEREG-IN.
047500*=================================================================
047600*    2100-RELEASE-ONE-RECEIPT - COPIES RECEIVED AT A PO PRICE
047700*=================================================================
047800 2100-RELEASE-ONE-RECEIPT.
047900     READ POFILE NEXT RECORD
048000         AT END
048100             MOVE 'Y' TO WS-LOAD-EOF-SW
048200     END-READ
048300     IF NOT WS-LOAD-EOF
048400         AND PO-QTY-RECEIVED > ZERO
048500         AND PO-UNIT-COST > ZERO
048550         AND NOT PO-FOR-MERCHANDISE
048600         MOVE PO-VIDEO-CODE        TO SR-VIDEO-CODE
048700         MOVE ZERO                 TO SR-COPY-NUMBER
048800         MOVE PO-LAST-RECEIPT-DATE TO SR-EVENT-DATE
048900         MOVE 'P'                  TO SR-EVENT-TYPE
049000         MOVE PO-QTY-RECEIVED      TO SR-QTY
049100         MOVE PO-UNIT-COST         TO SR-AMOUNT
049200         MOVE ZERO                 TO SR-LATE-FEE
049300         MOVE SPACE                TO SR-COPY-STATUS
049400         RELEASE SORT-RECORD
049500         ADD 1 TO WS-POS-RELEASED
049600     END-IF.
049700*=================================================================
049800*    2200-RELEASE-ONE-COPY - EVERY COPY EVER OWNED, WHATEVER
049900*    BECAME OF IT
050000*=================================================================
050100 2200-RELEASE-ONE-COPY.
050200     READ CPYFILE NEXT RECORD
050300         AT END
050400             MOVE 'Y' TO WS-LOAD-EOF-SW
050500     END-READ
050600     IF NOT WS-LOAD-EOF
050700         AND COPY-NUMBER > ZERO
050800         MOVE COPY-VIDEO-CODE      TO SR-VIDEO-CODE
050900         MOVE COPY-NUMBER          TO SR-COPY-NUMBER
051000         MOVE COPY-ACQUIRED-DATE   TO SR-EVENT-DATE
051100         MOVE 'A'                  TO SR-EVENT-TYPE
051200         MOVE ZERO                 TO SR-QTY
051300         MOVE ZERO                 TO SR-AMOUNT
051400         MOVE ZERO                 TO SR-LATE-FEE
051500         MOVE COPY-STATUS          TO SR-COPY-STATUS
051600         RELEASE SORT-RECORD
051700         ADD 1 TO WS-COPIES-RELEASED
051800     END-IF.
051900*=================================================================
052000*    2300-RELEASE-ONE-RENTAL - RENTFILE RENTALS CLOSED RETURNED
052100*    OR LOST; AN OPEN RENTAL HAS EARNED NOTHING YET
052200*=================================================================
052300 2300-RELEASE-ONE-RENTAL.
052400     READ RENTFILE NEXT RECORD
052500         AT END
052600             MOVE 'Y' TO WS-LOAD-EOF-SW
052700     END-READ
052800     IF NOT WS-LOAD-EOF
052900         AND (RENTAL-RETURNED OR RENTAL-LOST)
052950         AND NOT RENTAL-OF-EQUIPMENT
053000         MOVE RENTAL-VIDEO-CODE    TO SR-VIDEO-CODE
053100         MOVE RENTAL-COPY-NUMBER   TO SR-COPY-NUMBER
053200         MOVE RENTAL-CHECKOUT-DATE TO WS-RENT-CHECKOUT-DATE
053300         IF RENTAL-LOST
053400             MOVE RENTAL-DUE-DATE    TO WS-RENT-END-DATE
053500         ELSE
053600             MOVE RENTAL-RETURN-DATE TO WS-RENT-END-DATE
053700         END-IF
053800         MOVE RENTAL-PLAN-FLAG     TO WS-RENT-PLAN-FLAG
053900         MOVE RENTAL-LATE-FEE      TO SR-LATE-FEE
054000         PERFORM 2600-PRICE-AND-RELEASE
054100         ADD 1 TO WS-RENTALS-RELEASED
054200     END-IF.
054300*=================================================================
054400*    2400-RELEASE-ONE-HISTORY - ARCHIVED RENTALS; A LINE FROM
054500*    BEFORE THE COPY NUMBER WAS CARRIED GOES UNDER COPY 000
054600*=================================================================
054700 2400-RELEASE-ONE-HISTORY.
054800     READ RENTHIST-IN
054900         AT END
055000             MOVE 'Y' TO WS-LOAD-EOF-SW
055100     END-READ
055200     IF NOT WS-LOAD-EOF
055300         AND RH-VIDEO-CODE NUMERIC
055400         AND RH-CHECKOUT-DATE NUMERIC
055500         AND RH-DUE-DATE NUMERIC
055600         AND RH-RETURN-DATE NUMERIC
055700         AND RH-LATE-FEE NUMERIC
055750         AND RH-VIDEO-CODE > ZERO
055800         MOVE RH-VIDEO-CODE        TO SR-VIDEO-CODE
055900         IF RH-COPY-NUMBER NUMERIC
056000             MOVE RH-COPY-NUMBER   TO SR-COPY-NUMBER
056100         ELSE
056200             MOVE ZERO             TO SR-COPY-NUMBER
056300         END-IF
056400         MOVE RH-CHECKOUT-DATE     TO WS-RENT-CHECKOUT-DATE
056500         IF RH-STATUS = 'L'
056600             MOVE RH-DUE-DATE      TO WS-RENT-END-DATE
056700         ELSE
056800             MOVE RH-RETURN-DATE   TO WS-RENT-END-DATE
056900         END-IF
057000         MOVE SPACE                TO WS-RENT-PLAN-FLAG
057100         MOVE RH-LATE-FEE          TO SR-LATE-FEE
057200         PERFORM 2600-PRICE-AND-RELEASE
057300         ADD 1 TO WS-HISTORY-RELEASED
057400     END-IF.
057500*=================================================================
057600*    2500-RELEASE-ONE-SALE - SALEREG: CODE 2-6, COPY 8-10, DATE
057700*    13-20, PRICE ZZ9.99 IN 23-28
057800*=================================================================
057900 2500-RELEASE-ONE-SALE.
058000     READ SALEREG-IN
058100         AT END
058200             MOVE 'Y' TO WS-LOAD-EOF-SW
058300     END-READ
058400     IF NOT WS-LOAD-EOF
058500         AND SALEREG-IN-LINE (2:5) NUMERIC
058600         AND SALEREG-IN-LINE (13:8) NUMERIC
058700         MOVE SALEREG-IN-LINE (2:5)  TO SR-VIDEO-CODE
058800         IF SALEREG-IN-LINE (8:3) NUMERIC
058900             MOVE SALEREG-IN-LINE (8:3) TO SR-COPY-NUMBER
059000         ELSE
059100             MOVE ZERO TO SR-COPY-NUMBER
059200         END-IF
059300         MOVE SALEREG-IN-LINE (13:8) TO SR-EVENT-DATE
059400         MOVE SPACE TO WS-AMT-X
059500         MOVE SALEREG-IN-LINE (23:6) TO WS-AMT-X (2:6)
059600         PERFORM 8000-PARSE-EDITED-AMOUNT
059700         MOVE 'S'                    TO SR-EVENT-TYPE
059800         MOVE ZERO                   TO SR-QTY
059900         MOVE WS-AMT-VALUE           TO SR-AMOUNT
060000         MOVE ZERO                   TO SR-LATE-FEE
060100         MOVE SPACE                  TO SR-COPY-STATUS
060200         RELEASE SORT-RECORD
060300         ADD 1 TO WS-SALES-RELEASED
060400     END-IF.
060500*=================================================================
060600*    2600-PRICE-AND-RELEASE - THE RENTAL CHARGE QUOTED THROUGH
060700*    PRICENG AT THE TITLE'S TIER FOR THE DAYS OUT (A
060800*    SUBSCRIPTION RENTAL EARNS NOTHING), DATED THE DAY IT CLOSED
060900*=================================================================
061000 2600-PRICE-AND-RELEASE.
061100     IF SR-VIDEO-CODE NOT = WS-PRICED-CODE
061200         MOVE SR-VIDEO-CODE TO WS-PRICED-CODE
061300         MOVE SPACE TO WS-PRICED-TIER
061400         IF WS-VIDOFILE-AVAIL
061500             MOVE SR-VIDEO-CODE TO VIDEO-CODE
061600             READ VIDOFILE
061700                 NOT INVALID KEY
061800                     MOVE VIDEO-PRICE-TIER TO WS-PRICED-TIER
061900             END-READ
062000         END-IF
062100     END-IF
062200     MOVE 1 TO WS-DAYS-OUT
062300     IF WS-RENT-END-DATE > WS-RENT-CHECKOUT-DATE
062400         MOVE 'D'                   TO CALR-FUNCTION
062500         MOVE WS-RENT-CHECKOUT-DATE TO CALR-DATE
062600         MOVE WS-RENT-END-DATE      TO CALR-END-DATE
062700         MOVE ZERO                  TO CALR-DAYS
062800         CALL 'STORECAL' USING CALENDAR-REQUEST
062900         IF CALR-DAYS > 999
063000             MOVE 999 TO WS-DAYS-OUT
063100         ELSE
063200             IF CALR-DAYS > ZERO
063300                 MOVE CALR-DAYS TO WS-DAYS-OUT
063400             END-IF
063500         END-IF
063600     END-IF
063700     MOVE WS-PRICED-TIER        TO PREQ-TIER
063800     MOVE WS-DAYS-OUT           TO PREQ-NIGHTS
063900     MOVE SPACES                TO PREQ-PROMO-CODE
064000     MOVE WS-RENT-CHECKOUT-DATE TO PREQ-AS-OF-DATE
064100     MOVE 'N'                   TO PREQ-WAIVER-FLAG
064200     MOVE 'N'                   TO PREQ-SUBSCRIBER-FLAG
064300     MOVE ZERO                  TO PREQ-CUSTOMER-ID
064400     CALL 'PRICENG' USING PRICE-REQUEST
064500     IF PREQ-NO-RATE
064600         OR WS-RENT-PLAN-FLAG = 'S'
064700         MOVE ZERO TO PREQ-PRICE
064800     END-IF
064900     MOVE WS-RENT-END-DATE      TO SR-EVENT-DATE
065000     MOVE 'R'                   TO SR-EVENT-TYPE
065100     MOVE 1                     TO SR-QTY
065200     MOVE PREQ-PRICE            TO SR-AMOUNT
065300     MOVE SPACE                 TO SR-COPY-STATUS
065400     RELEASE SORT-RECORD.
065500*=================================================================
065600*    3000-REPORT-THE-TITLES - ONE PASS OVER THE SORTED EVENTS,
065700*    BREAKING ON TITLE AND COPY
065800*=================================================================
065900 3000-REPORT-THE-TITLES.
066000     PERFORM 3050-RETURN-ONE-EVENT
066100     PERFORM 3100-REPORT-ONE-TITLE
066200         UNTIL WS-SORT-EOF.
066300*=================================================================
066400*    3050-RETURN-ONE-EVENT
066500*=================================================================
066600 3050-RETURN-ONE-EVENT.
066700     RETURN SORT-WORK
066800         AT END
066900             MOVE 'Y' TO WS-SORT-EOF-SW
067000     END-RETURN.
067100*=================================================================
067200*    3100-REPORT-ONE-TITLE - THE TITLE-LEVEL EVENTS (COPY 000)
067300*    FIX THE UNIT COST, THEN EACH COPY PRINTS, THEN THE TITLE
067400*=================================================================
067500 3100-REPORT-ONE-TITLE.
067600     MOVE SR-VIDEO-CODE TO WS-BREAK-VIDEO-CODE
067700     MOVE ZERO TO WS-TITLE-TOTALS
067800     PERFORM 3150-NAME-THE-TITLE
067900     PERFORM 3200-TAKE-TITLE-EVENT
068000         UNTIL WS-SORT-EOF
068100         OR SR-VIDEO-CODE NOT = WS-BREAK-VIDEO-CODE
068200         OR SR-COPY-NUMBER NOT = ZERO
068300     PERFORM 3250-SET-UNIT-COST
068400     PERFORM 3300-REPORT-ONE-COPY
068500         UNTIL WS-SORT-EOF
068600         OR SR-VIDEO-CODE NOT = WS-BREAK-VIDEO-CODE
068700     PERFORM 3500-FINISH-THE-TITLE.
068800*=================================================================
068900*    3150-NAME-THE-TITLE - NAME, FORMAT AND TIER FROM VIDOFILE
069000*=================================================================
069100 3150-NAME-THE-TITLE.
069200     MOVE 'NOT ON VIDOFILE' TO WS-TITLE-NAME
069300     MOVE SPACE TO WS-TITLE-FORMAT
069400     MOVE SPACE TO WS-TITLE-TIER
069500     IF WS-VIDOFILE-AVAIL
069600         MOVE WS-BREAK-VIDEO-CODE TO VIDEO-CODE
069700         READ VIDOFILE
069800             NOT INVALID KEY
069900                 MOVE VIDEO-TITLE        TO WS-TITLE-NAME
070000                 MOVE VIDEO-MEDIA-FORMAT TO WS-TITLE-FORMAT
070100                 MOVE VIDEO-PRICE-TIER   TO WS-TITLE-TIER
070200         END-READ
070300     END-IF.
070400*=================================================================
070500*    3200-TAKE-TITLE-EVENT - PO RECEIPTS, AND RENTALS AND SALES
070600*    THAT DO NOT NAME A COPY
070700*=================================================================
070800 3200-TAKE-TITLE-EVENT.
070900     EVALUATE TRUE
071000         WHEN SR-PO-RECEIPT
071100             ADD SR-QTY TO WS-TT-PO-QTY
071200             COMPUTE WS-TT-PO-COST =
071300                 WS-TT-PO-COST + (SR-QTY * SR-AMOUNT)
071400         WHEN SR-RENTAL
071500             ADD 1           TO WS-TT-NR-RENTALS
071600             ADD SR-AMOUNT   TO WS-TT-NR-REVENUE
071700             ADD SR-LATE-FEE TO WS-TT-NR-LATE-FEES
071800         WHEN SR-SALE
071900             ADD SR-AMOUNT   TO WS-TT-NR-SALES
072000         WHEN OTHER
072100             CONTINUE
072200     END-EVALUATE
072300     PERFORM 3050-RETURN-ONE-EVENT.
072400*=================================================================
072500*    3250-SET-UNIT-COST - AVERAGE PRICE OVER THE COPIES
072600*    RECEIVED, ELSE THE REPLCOST FIGURE FLAGGED '*'
072700*=================================================================
072800 3250-SET-UNIT-COST.
072900     MOVE SPACE TO WS-TITLE-COST-FLAG
073000     IF WS-TT-PO-QTY > ZERO
073100         COMPUTE WS-TITLE-UNIT-COST ROUNDED =
073200             WS-TT-PO-COST / WS-TT-PO-QTY
073300     ELSE
073400         MOVE '*' TO WS-TITLE-COST-FLAG
073500         ADD 1 TO WS-TITLES-COST-ESTIMATED
073600         MOVE WS-REPL-COST-DEFAULT TO WS-TITLE-UNIT-COST
073700         IF REPL-COST-ENTRY-COUNT > 0
073800             SET REPL-COST-IDX TO 1
073900             SEARCH REPL-COST-ENTRY
074000                 AT END
074100                     CONTINUE
074200                 WHEN REPL-COST-FORMAT (REPL-COST-IDX)
074300                         = WS-TITLE-FORMAT
074400                     AND REPL-COST-TIER (REPL-COST-IDX)
074500                         = WS-TITLE-TIER
074600                     MOVE REPL-COST-AMT (REPL-COST-IDX)
074700                         TO WS-TITLE-UNIT-COST
074800             END-SEARCH
074900         END-IF
075000     END-IF
075100     MOVE WS-BREAK-VIDEO-CODE TO TH-VIDEO-CODE
075200     MOVE WS-TITLE-NAME       TO TH-TITLE
075300     MOVE WS-TITLE-FORMAT     TO TH-FORMAT
075400     MOVE WS-TITLE-TIER       TO TH-TIER
075500     MOVE WS-TITLE-UNIT-COST  TO TH-UNIT-COST
075600     MOVE WS-TITLE-COST-FLAG  TO TH-COST-FLAG
075700     MOVE SPACES TO COPYROI-LINE
075800     WRITE COPYROI-LINE
075900     WRITE COPYROI-LINE FROM WS-TITLE-HEAD-LINE
076000     ADD 2 TO WS-REPORT-LINES.
076100*=================================================================
076200*    3300-REPORT-ONE-COPY - RUN THE COPY'S EVENTS IN DATE ORDER,
076300*    NOTING THE DAY ITS EARNINGS FIRST COVERED ITS COST
076400*=================================================================
076500 3300-REPORT-ONE-COPY.
076600     MOVE SR-COPY-NUMBER TO WS-BREAK-COPY-NUMBER
076700     MOVE ZERO  TO WS-COPY-TOTALS
076800     MOVE SPACE TO WS-CT-STATUS
076900     PERFORM 3400-TAKE-COPY-EVENT
077000         UNTIL WS-SORT-EOF
077100         OR SR-VIDEO-CODE NOT = WS-BREAK-VIDEO-CODE
077200         OR SR-COPY-NUMBER NOT = WS-BREAK-COPY-NUMBER
077300     COMPUTE WS-COPY-NET =
077400         WS-CT-EARNED - WS-TITLE-UNIT-COST
077500     MOVE '   NO' TO CD-PAYBACK
077600     IF WS-CT-PAYBACK-DATE > ZERO
077700         MOVE ZERO TO WS-PAYBACK-DAYS
077800         IF WS-CT-ACQUIRED-DATE > ZERO
077900             AND WS-CT-PAYBACK-DATE > WS-CT-ACQUIRED-DATE
078000             MOVE 'D'                TO CALR-FUNCTION
078100             MOVE WS-CT-ACQUIRED-DATE TO CALR-DATE
078200             MOVE WS-CT-PAYBACK-DATE TO CALR-END-DATE
078300             MOVE ZERO               TO CALR-DAYS
078400             CALL 'STORECAL' USING CALENDAR-REQUEST
078500             MOVE CALR-DAYS TO WS-PAYBACK-DAYS
078600         END-IF
078700         MOVE WS-PAYBACK-DAYS TO WS-PAYBACK-EDIT
078800         MOVE WS-PAYBACK-EDIT TO CD-PAYBACK
078900         ADD 1               TO WS-TT-PAID-COPIES
079000         ADD WS-PAYBACK-DAYS TO WS-TT-PAYBACK-DAYS
079100     END-IF
079200     MOVE WS-BREAK-VIDEO-CODE  TO CD-VIDEO-CODE
079300     MOVE WS-BREAK-COPY-NUMBER TO CD-COPY-NUMBER
079400     IF WS-CT-ACQUIRED-DATE > ZERO
079500         MOVE WS-CT-ACQUIRED-DATE TO CD-ACQUIRED-DATE
079600     ELSE
079700         MOVE 'UNKNOWN' TO CD-ACQUIRED-DATE
079800     END-IF
079900     MOVE WS-CT-STATUS         TO CD-STATUS
080000     MOVE WS-TITLE-UNIT-COST   TO CD-COST
080100     MOVE WS-TITLE-COST-FLAG   TO CD-COST-FLAG
080200     MOVE WS-CT-RENTALS        TO CD-RENTALS
080300     MOVE WS-CT-RENT-REVENUE   TO CD-RENT-REVENUE
080400     MOVE WS-CT-LATE-FEES      TO CD-LATE-FEES
080500     MOVE WS-CT-SALE           TO CD-SALE
080600     MOVE WS-COPY-NET          TO CD-NET
080700     WRITE COPYROI-LINE FROM WS-COPY-DETAIL
080800     ADD 1 TO WS-REPORT-LINES
080900     ADD 1                  TO WS-TT-COPIES
081000     ADD WS-TITLE-UNIT-COST TO WS-TT-COST
081100     ADD WS-CT-RENTALS      TO WS-TT-RENTALS
081200     ADD WS-CT-RENT-REVENUE TO WS-TT-RENT-REVENUE
081300     ADD WS-CT-LATE-FEES    TO WS-TT-LATE-FEES
081400     ADD WS-CT-SALE         TO WS-TT-SALES.
081500*=================================================================
081600*    3400-TAKE-COPY-EVENT
081700*=================================================================
081800 3400-TAKE-COPY-EVENT.
081900     EVALUATE TRUE
082000         WHEN SR-ACQUIRED
082100             MOVE SR-EVENT-DATE  TO WS-CT-ACQUIRED-DATE
082200             MOVE SR-COPY-STATUS TO WS-CT-STATUS
082300         WHEN SR-RENTAL
082400             ADD 1           TO WS-CT-RENTALS
082500             ADD SR-AMOUNT   TO WS-CT-RENT-REVENUE
082600             ADD SR-LATE-FEE TO WS-CT-LATE-FEES
082700             ADD SR-AMOUNT   TO WS-CT-EARNED
082800             ADD SR-LATE-FEE TO WS-CT-EARNED
082900         WHEN SR-SALE
083000             ADD SR-AMOUNT   TO WS-CT-SALE
083100             ADD SR-AMOUNT   TO WS-CT-EARNED
083200         WHEN OTHER
083300             CONTINUE
083400     END-EVALUATE
083500     IF WS-CT-PAYBACK-DATE = ZERO
083600         AND WS-TITLE-UNIT-COST > ZERO
083700         AND WS-CT-EARNED NOT < WS-TITLE-UNIT-COST
083800         MOVE SR-EVENT-DATE TO WS-CT-PAYBACK-DATE
083900     END-IF
084000     PERFORM 3050-RETURN-ONE-EVENT.
084100*=================================================================
084200*    3500-FINISH-THE-TITLE - EARNINGS NOT TIED TO A COPY, THE
084300*    TITLE LINE, AND THE FORMAT/TIER AND LOSS TABLES
084400*=================================================================
084500 3500-FINISH-THE-TITLE.
084600     IF WS-TT-NR-RENTALS > ZERO
084700         OR WS-TT-NR-SALES > ZERO
084800         MOVE WS-BREAK-VIDEO-CODE TO CD-VIDEO-CODE
084900         MOVE '---'               TO CD-COPY-NUMBER
085000         MOVE 'NO COPY'           TO CD-ACQUIRED-DATE
085100         MOVE SPACE               TO CD-STATUS
085200         MOVE ZERO                TO CD-COST
085300         MOVE SPACE               TO CD-COST-FLAG
085400         MOVE WS-TT-NR-RENTALS    TO CD-RENTALS
085500         MOVE WS-TT-NR-REVENUE    TO CD-RENT-REVENUE
085600         MOVE WS-TT-NR-LATE-FEES  TO CD-LATE-FEES
085700         MOVE WS-TT-NR-SALES      TO CD-SALE
085800         COMPUTE WS-COPY-NET =
085900             WS-TT-NR-REVENUE + WS-TT-NR-LATE-FEES
086000             + WS-TT-NR-SALES
086100         MOVE WS-COPY-NET         TO CD-NET
086200         MOVE SPACES              TO CD-PAYBACK
086300         WRITE COPYROI-LINE FROM WS-COPY-DETAIL
086400         ADD 1 TO WS-REPORT-LINES
086500         ADD WS-TT-NR-RENTALS     TO WS-TT-RENTALS
086600         ADD WS-TT-NR-REVENUE     TO WS-TT-RENT-REVENUE
086700         ADD WS-TT-NR-LATE-FEES   TO WS-TT-LATE-FEES
086800         ADD WS-TT-NR-SALES       TO WS-TT-SALES
086900     END-IF
087000     COMPUTE WS-TITLE-EARNINGS =
087100         WS-TT-RENT-REVENUE + WS-TT-LATE-FEES + WS-TT-SALES
087200     COMPUTE WS-TITLE-NET = WS-TITLE-EARNINGS - WS-TT-COST
087300     MOVE WS-BREAK-VIDEO-CODE TO CD-VIDEO-CODE
087400     MOVE 'TTL'               TO CD-COPY-NUMBER
087500     MOVE WS-TT-COPIES        TO WS-PAYBACK-EDIT
087600     MOVE WS-PAYBACK-EDIT     TO CD-ACQUIRED-DATE
087700     MOVE SPACE               TO CD-STATUS
087800     MOVE WS-TT-COST          TO CD-COST
087900     MOVE WS-TITLE-COST-FLAG  TO CD-COST-FLAG
088000     MOVE WS-TT-RENTALS       TO CD-RENTALS
088100     MOVE WS-TT-RENT-REVENUE  TO CD-RENT-REVENUE
088200     MOVE WS-TT-LATE-FEES     TO CD-LATE-FEES
088300     MOVE WS-TT-SALES         TO CD-SALE
088400     MOVE WS-TITLE-NET        TO CD-NET
088500     IF WS-TITLE-NET < ZERO
088600         MOVE 'NEVER' TO CD-PAYBACK
088700         ADD 1 TO WS-TITLES-UNRECOVERED
088800         PERFORM 3600-ADD-LOSS-ENTRY
088900     ELSE
089000         IF WS-TT-PAID-COPIES > ZERO
089100             COMPUTE WS-PAYBACK-DAYS ROUNDED =
089200                 WS-TT-PAYBACK-DAYS / WS-TT-PAID-COPIES
089300             MOVE WS-PAYBACK-DAYS TO WS-PAYBACK-EDIT
089400             MOVE WS-PAYBACK-EDIT TO CD-PAYBACK
089500         ELSE
089600             MOVE SPACES TO CD-PAYBACK
089700         END-IF
089800     END-IF
089900     WRITE COPYROI-LINE FROM WS-COPY-DETAIL
090000     ADD 1 TO WS-REPORT-LINES
090100     ADD 1 TO WS-TITLES-REPORTED
090200     PERFORM 3700-ROLL-UP-THE-MIX.
090300*=================================================================
090400*    3600-ADD-LOSS-ENTRY - A TITLE THAT NEVER EARNED BACK ITS
090500*    COST, LISTED AT END OF RUN
090600*=================================================================
090700 3600-ADD-LOSS-ENTRY.
090800     IF WS-LOSS-COUNT < 500
090900         ADD 1 TO WS-LOSS-COUNT
091000         MOVE WS-LOSS-COUNT TO WS-LOSS-SUB
091100         MOVE WS-BREAK-VIDEO-CODE
091200             TO WS-LS-VIDEO-CODE (WS-LOSS-SUB)
091300         MOVE WS-TITLE-NAME     TO WS-LS-TITLE (WS-LOSS-SUB)
091400         MOVE WS-TITLE-FORMAT   TO WS-LS-FORMAT (WS-LOSS-SUB)
091500         MOVE WS-TITLE-TIER     TO WS-LS-TIER (WS-LOSS-SUB)
091600         MOVE WS-TT-COPIES      TO WS-LS-COPIES (WS-LOSS-SUB)
091700         MOVE WS-TT-COST        TO WS-LS-COST (WS-LOSS-SUB)
091800         MOVE WS-TITLE-EARNINGS TO WS-LS-EARNINGS (WS-LOSS-SUB)
091900         COMPUTE WS-LS-SHORTFALL (WS-LOSS-SUB) =
092000             WS-TT-COST - WS-TITLE-EARNINGS
092100     ELSE
092200         DISPLAY 'COPYROI: LOSS TABLE FULL, NOT LISTED='
092300             WS-BREAK-VIDEO-CODE
092400     END-IF.
092500*=================================================================
092600*    3700-ROLL-UP-THE-MIX - BY MEDIA FORMAT AND PRICE TIER
092700*=================================================================
092800 3700-ROLL-UP-THE-MIX.
092900     MOVE WS-TITLE-FORMAT TO WS-MIX-KEY-FORMAT
093000     MOVE WS-TITLE-TIER   TO WS-MIX-KEY-TIER
093100     MOVE 7 TO WS-MIX-SUB
093200     PERFORM 3710-CHECK-ONE-MIX-CODE
093300         VARYING WS-LOSS-SUB FROM 1 BY 1
093400         UNTIL WS-LOSS-SUB > 6
093500     ADD 1                 TO WS-MX-TITLES (WS-MIX-SUB)
093600     ADD WS-TT-COST        TO WS-MX-COST (WS-MIX-SUB)
093700     ADD WS-TITLE-EARNINGS TO WS-MX-EARNINGS (WS-MIX-SUB)
093800     ADD WS-TITLE-NET      TO WS-MX-NET (WS-MIX-SUB)
093900     IF WS-TITLE-NET < ZERO
094000         ADD 1 TO WS-MX-UNRECOVERED (WS-MIX-SUB)
094100     END-IF.
094200*=================================================================
094300*    3710-CHECK-ONE-MIX-CODE
094400*=================================================================
094500 3710-CHECK-ONE-MIX-CODE.
094600     IF WS-MIX-CODE (WS-LOSS-SUB) = WS-MIX-KEY
094700         MOVE WS-LOSS-SUB TO WS-MIX-SUB
094800     END-IF.
094900*=================================================================
095000*    4000-PRINT-THE-MIX - RETURN BY MEDIA FORMAT AND PRICE TIER
095100*=================================================================
095200 4000-PRINT-THE-MIX.
095300     MOVE SPACES TO COPYROI-LINE
095400     WRITE COPYROI-LINE
095500     WRITE COPYROI-LINE FROM WS-MIX-HEAD-LINE
095600     ADD 2 TO WS-REPORT-LINES
095700     PERFORM 4100-PRINT-ONE-MIX-LINE
095800         VARYING WS-MIX-SUB FROM 1 BY 1
095900         UNTIL WS-MIX-SUB > 7.
096000*=================================================================
096100*    4100-PRINT-ONE-MIX-LINE - ROWS WITH NO TITLES ARE SKIPPED
096200*=================================================================
096300 4100-PRINT-ONE-MIX-LINE.
096400     IF WS-MX-TITLES (WS-MIX-SUB) > ZERO
096500         MOVE WS-MIX-CODE (WS-MIX-SUB) TO WS-MIX-KEY
096600         EVALUATE WS-MIX-KEY-FORMAT
096700             WHEN 'V'
096800                 MOVE 'VHS'     TO MX-FORMAT-NAME
096900             WHEN 'D'
097000                 MOVE 'DVD'     TO MX-FORMAT-NAME
097100             WHEN 'B'
097200                 MOVE 'BLU-RAY' TO MX-FORMAT-NAME
097300             WHEN OTHER
097400                 MOVE 'OTHER'   TO MX-FORMAT-NAME
097500         END-EVALUATE
097600         EVALUATE WS-MIX-KEY-TIER
097700             WHEN 'N'
097800                 MOVE 'NEW RELEASE' TO MX-TIER-NAME
097900             WHEN 'C'
098000                 MOVE 'CATALOG'     TO MX-TIER-NAME
098100             WHEN OTHER
098200                 MOVE SPACES        TO MX-TIER-NAME
098300         END-EVALUATE
098400         MOVE WS-MX-TITLES (WS-MIX-SUB)      TO MX-TITLES
098500         MOVE WS-MX-UNRECOVERED (WS-MIX-SUB) TO MX-UNRECOVERED
098600         MOVE WS-MX-COST (WS-MIX-SUB)        TO MX-COST
098700         MOVE WS-MX-EARNINGS (WS-MIX-SUB)    TO MX-EARNINGS
098800         MOVE WS-MX-NET (WS-MIX-SUB)         TO MX-NET
098900         WRITE COPYROI-LINE FROM WS-MIX-DETAIL
099000         ADD 1 TO WS-REPORT-LINES
099100     END-IF.
099200*=================================================================
099300*    4500-PRINT-THE-LOSSES - TITLES THAT NEVER RECOVERED COST
099400*=================================================================
099500 4500-PRINT-THE-LOSSES.
099600     MOVE SPACES TO COPYROI-LINE
099700     WRITE COPYROI-LINE
099800     WRITE COPYROI-LINE FROM WS-LOSS-HEAD-LINE
099900     ADD 2 TO WS-REPORT-LINES
100000     PERFORM 4600-PRINT-ONE-LOSS
100100         VARYING WS-LOSS-SUB FROM 1 BY 1
100200         UNTIL WS-LOSS-SUB > WS-LOSS-COUNT.
100300*=================================================================
100400*    4600-PRINT-ONE-LOSS
100500*=================================================================
100600 4600-PRINT-ONE-LOSS.
100700     MOVE WS-LS-VIDEO-CODE (WS-LOSS-SUB) TO LD-VIDEO-CODE
100800     MOVE WS-LS-TITLE (WS-LOSS-SUB)      TO LD-TITLE
100900     MOVE WS-LS-FORMAT (WS-LOSS-SUB)     TO LD-FORMAT
101000     MOVE WS-LS-TIER (WS-LOSS-SUB)       TO LD-TIER
101100     MOVE WS-LS-COPIES (WS-LOSS-SUB)     TO LD-COPIES
101200     MOVE WS-LS-COST (WS-LOSS-SUB)       TO LD-COST
101300     MOVE WS-LS-EARNINGS (WS-LOSS-SUB)   TO LD-EARNINGS
101400     MOVE WS-LS-SHORTFALL (WS-LOSS-SUB)  TO LD-SHORTFALL
101500     WRITE COPYROI-LINE FROM WS-LOSS-DETAIL
101600     ADD 1 TO WS-REPORT-LINES.
101700*=================================================================
101800*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
101900*=================================================================
102000 6000-TERMINATE.
102100     IF WS-VIDOFILE-AVAIL
102200         CLOSE VIDOFILE
102300     END-IF
102400     CLOSE COPYROI-RPT
102500     DISPLAY 'COPYROI: PO RECEIPTS      = ' WS-POS-RELEASED
102600     DISPLAY 'COPYROI: COPIES           = ' WS-COPIES-RELEASED
102700     DISPLAY 'COPYROI: RENTFILE RENTALS = ' WS-RENTALS-RELEASED
102800     DISPLAY 'COPYROI: RENTHIST RENTALS = ' WS-HISTORY-RELEASED
102900     DISPLAY 'COPYROI: RACK SALES       = ' WS-SALES-RELEASED
103000     DISPLAY 'COPYROI: TITLES REPORTED  = ' WS-TITLES-REPORTED
103100     DISPLAY 'COPYROI: COST ESTIMATED   = '
103200         WS-TITLES-COST-ESTIMATED
103300     DISPLAY 'COPYROI: NEVER RECOVERED  = '
103400         WS-TITLES-UNRECOVERED.
103500*=================================================================
103600*    8000-PARSE-EDITED-AMOUNT - EDITED ZZZZ9.99 PRINT FIELD
103700*    BACK TO A NUMERIC VALUE
103800*=================================================================
103900 8000-PARSE-EDITED-AMOUNT.
104000     MOVE ZERO TO WS-AMT-VALUE
104100     INSPECT WS-AMT-X REPLACING ALL SPACE BY '0'
104200     IF WS-AMT-X (1:5) NUMERIC
104300         AND WS-AMT-X (7:2) NUMERIC
104400         MOVE WS-AMT-X (1:5) TO WS-AMT-WHOLE
104500         MOVE WS-AMT-X (7:2) TO WS-AMT-CENTS
104600         COMPUTE WS-AMT-VALUE =
104700             WS-AMT-WHOLE + (WS-AMT-CENTS / 100)
104800     ELSE
104900         IF WS-AMT-X (1:4) NUMERIC
105000             AND WS-AMT-X (6:2) NUMERIC
105100             MOVE WS-AMT-X (1:4) TO WS-AMT-WHOLE
105200             MOVE WS-AMT-X (6:2) TO WS-AMT-CENTS
105300             COMPUTE WS-AMT-VALUE =
105400                 WS-AMT-WHOLE + (WS-AMT-CENTS / 100)
105500         END-IF
105600     END-IF.
105700*=================================================================
105800*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
105900*=================================================================
106000 9000-DISPLAY-VERSION-TRAILER.
106100     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='COPYROI -'==
106200                             ==:LINECOUNT:== BY
106300                                 WS-REPORT-LINES.
