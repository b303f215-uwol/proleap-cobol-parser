000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    REVSHARE.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY STUDIO
001200*                   REVENUE-SHARE SETTLEMENT.
001300*=================================================================
001400*  MONTHLY SETTLEMENT OF THE TITLES TAKEN ON REVENUE-SHARING
001500*  TERMS (RSHRFILE, MAINTAINED BY RSHRMNT).  THE SETTLEMENT
001600*  MONTH IS RSHCTL COLUMNS 1-6 (YYYYMM), DEFAULT THE MONTH
001700*  BEFORE THE BUSINESS DATE.  THE MONTH'S RENTREG REGISTERS ARE
001800*  READ IN ORDER: EVERY ACCEPTED CHECKOUT AND RENEWAL OF A
001900*  REVENUE-SHARE TITLE, DATED INSIDE THE MONTH AND INSIDE THE
002000*  TITLE'S WINDOW, QUALIFIES, AND THE STUDIO EARNS ITS SHARE
002100*  PERCENTAGE OF THE PRICE THE REGISTER SHOWS.  A TITLE WHOSE
002200*  WINDOW HAS ENDED BY MONTH END IS CLOSED, AND IF THE SHARE
002300*  PAID OVER THE WINDOW FALLS SHORT OF THE MINIMUM GUARANTEE
002400*  THE SHORTFALL IS ADDED TO THIS SETTLEMENT.  ONE STATEMENT
002500*  PRINTS PER STUDIO ON RSHRSTMT WITH EACH TITLE'S CHECKOUT AND
002600*  RENEWAL COUNTS, REVENUE, SHARE AND RENTALS TO DATE, AND THE
002700*  STUDIO'S SHARE AND GUARANTEE SHORTFALL LIST ON THE RSHRREG
002800*  REGISTER THAT GLJRNL ACCRUES AS REVENUE-SHARE PAYABLE.
002900*  RSHRFILE CARRIES THE TO-DATE FIGURES AND THE MONTH-END EACH
003000*  TITLE WAS SETTLED THROUGH, SO A MONTH IS NOT SETTLED TWICE.
003100*=================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL RSHRFILE ASSIGN TO 'IDXRSHR'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RSHR-VIDEO-CODE OF RSHR-RECORD
004200         FILE STATUS IS FC-RSHRFILE-STATUS.
004300     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
004700         FILE STATUS IS FC-VIDOFILE-STATUS.
004800     SELECT OPTIONAL RENTREG-IN ASSIGN TO 'RENTREG'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FC-RENTREG-STATUS.
005100     SELECT OPTIONAL RSHCTL-FILE ASSIGN TO 'RSHCTL'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FC-RSHCTL-STATUS.
005400     SELECT RSHRSTMT-RPT ASSIGN TO 'RSHRSTMT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FC-RSHRSTMT-STATUS.
005700     SELECT RSHRREG-RPT ASSIGN TO 'RSHRREG'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FC-RSHRREG-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RSHRFILE.
006300 COPY RSHRREC.
006400 FD  VIDOFILE.
006500 COPY VIDOREC.
006600 FD  RENTREG-IN
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  RENTREG-IN-LINE                PIC X(80).
006900 FD  RSHCTL-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  RSHCTL-CARD.
007200     05  RC-SETTLE-MONTH            PIC 9(6).
007300     05  FILLER                     PIC X(74).
007400 FD  RSHRSTMT-RPT
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  RSHRSTMT-LINE                  PIC X(80).
007700 FD  RSHRREG-RPT
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  RSHRREG-LINE                   PIC X(80).
008000 WORKING-STORAGE SECTION.
008100*=================================================================
008200 COPY VERSTAMP.
008300 COPY REGCHKQ.
008400 COPY CALREQ.
008500 01  FC-STATUSES.
008600     05  FC-RSHRFILE-STATUS         PIC X(2).
008700     05  FC-VIDOFILE-STATUS         PIC X(2).
008800     05  FC-RENTREG-STATUS          PIC X(2).
008900     05  FC-RSHCTL-STATUS           PIC X(2).
009000     05  FC-RSHRSTMT-STATUS         PIC X(2).
009100     05  FC-RSHRREG-STATUS          PIC X(2).
009200 01  WS-SWITCHES.
009300     05  WS-TERMS-EOF-SW            PIC X(1) VALUE 'N'.
009400         88  WS-TERMS-EOF           VALUE 'Y'.
009500     05  WS-RENT-EOF-SW             PIC X(1) VALUE 'N'.
009600         88  WS-RENT-EOF            VALUE 'Y'.
009700     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
009800         88  WS-VIDOFILE-AVAIL      VALUE 'Y'.
009900 01  WS-CURRENT-DATE.
010000     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
010100     05  WS-CURRENT-DATE-PARTS REDEFINES
010200             WS-CURRENT-DATE-YYYYMMDD.
010300         10  WS-CURRENT-YYYY        PIC 9(4).
010400         10  WS-CURRENT-MM          PIC 9(2).
010500         10  WS-CURRENT-DD          PIC 9(2).
010600 01  WS-DATE-BUILD.
010700     05  WS-DB-YYYY                 PIC 9(4).
010800     05  WS-DB-MM                   PIC 9(2).
010900     05  WS-DB-DD                   PIC 9(2).
011000 01  WS-DATE-BUILD-N REDEFINES WS-DATE-BUILD
011100                                    PIC 9(8).
011200 01  WS-MONTH-START-DATE            PIC 9(8).
011300 01  WS-MONTH-END-DATE              PIC 9(8).
011400 01  WS-RENT-DATE                   PIC 9(8).
011500 01  WS-RENT-CODE                   PIC 9(5).
011600 01  WS-RENT-TYPE                   PIC X(1).
011700 01  WS-RENTAL-SHARE                PIC 9(5)V99.
011800 01  WS-WINDOW-SHARE                PIC 9(7)V99.
011900 01  WS-AMT-PARSE.
012000     05  WS-AMT-X                   PIC X(8).
012100     05  WS-AMT-WHOLE               PIC 9(5).
012200     05  WS-AMT-CENTS               PIC 9(2).
012300     05  WS-AMT-VALUE               PIC 9(7)V99.
012400*=================================================================
012500*    ONE ENTRY PER TITLE SETTLED THIS MONTH
012600*=================================================================
012700 01  WS-TERMS-TABLE.
012800     05  WS-TERMS-COUNT             PIC 9(3) VALUE ZERO.
012900     05  WS-TERMS-ENTRY OCCURS 300 TIMES.
013000         10  WS-TT-VIDEO-CODE       PIC 9(5).
013100         10  WS-TT-STUDIO-ID        PIC 9(4).
013200         10  WS-TT-STUDIO-NAME      PIC X(25).
013300         10  WS-TT-TITLE            PIC X(20).
013400         10  WS-TT-SHARE-PCT        PIC 9(2)V99.
013500         10  WS-TT-START-DATE       PIC 9(8).
013600         10  WS-TT-END-DATE         PIC 9(8).
013700         10  WS-TT-CHECKOUTS        PIC 9(5).
013800         10  WS-TT-RENEWALS         PIC 9(5).
013900         10  WS-TT-REVENUE          PIC 9(7)V99.
014000         10  WS-TT-SHARE            PIC 9(7)V99.
014100         10  WS-TT-GUARANTEE        PIC 9(7)V99.
014200         10  WS-TT-CLOSING-SW       PIC X(1).
014300             88  WS-TT-CLOSING      VALUE 'Y'.
014400         10  WS-TT-PRINTED-SW       PIC X(1).
014500             88  WS-TT-PRINTED      VALUE 'Y'.
014600 01  WS-TERMS-SUB                   PIC 9(3).
014700 01  WS-MATCH-SUB                   PIC 9(3).
014800 01  WS-STUDIO-SUB                  PIC 9(3).
014900 01  WS-STUDIO-TOTALS.
015000     05  WS-ST-CHECKOUTS            PIC 9(5).
015100     05  WS-ST-RENEWALS             PIC 9(5).
015200     05  WS-ST-REVENUE              PIC 9(7)V99.
015300     05  WS-ST-SHARE                PIC 9(7)V99.
015400     05  WS-ST-GUARANTEE            PIC 9(7)V99.
015500     05  WS-ST-AMOUNT-DUE           PIC 9(7)V99.
015600 01  WS-COUNTERS.
015700     05  WS-REGISTER-LINES-READ     PIC 9(7) VALUE ZERO.
015800     05  WS-RENTALS-QUALIFIED       PIC 9(7) VALUE ZERO.
015900     05  WS-TITLES-ALREADY-SETTLED  PIC 9(5) VALUE ZERO.
016000     05  WS-TITLES-CLOSED           PIC 9(5) VALUE ZERO.
016100     05  WS-STUDIOS-SETTLED         PIC 9(5) VALUE ZERO.
016200     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
016300     05  WS-TOTAL-SHARE             PIC 9(9)V99 VALUE ZERO.
016400     05  WS-TOTAL-GUARANTEE         PIC 9(9)V99 VALUE ZERO.
016500 01  WS-HEAD-LINE.
016600     05  FILLER                     PIC X(1)  VALUE SPACE.
016700     05  FILLER                     PIC X(35)
016800         VALUE 'REVENUE-SHARE SETTLEMENT  FOR MONTH'.
016900     05  FILLER                     PIC X(1)  VALUE SPACE.
017000     05  HD-MONTH-START             PIC 9(8).
017100     05  FILLER                     PIC X(6)  VALUE ' THRU '.
017200     05  HD-MONTH-END               PIC 9(8).
017300     05  FILLER                     PIC X(10)
017400         VALUE '   RUN ON '.
017500     05  HD-RUN-DATE                PIC 9(8).
017600     05  FILLER                     PIC X(3)  VALUE SPACE.
017700 01  WS-STUDIO-LINE.
017800     05  FILLER                     PIC X(1)  VALUE SPACE.
017900     05  FILLER                     PIC X(7)  VALUE 'STUDIO '.
018000     05  SH-STUDIO-ID               PIC 9(4).
018100     05  FILLER                     PIC X(2)  VALUE SPACE.
018200     05  SH-STUDIO-NAME             PIC X(25).
018300     05  FILLER                     PIC X(41) VALUE SPACE.
018400 01  WS-COLUMN-LINE.
018500     05  FILLER                     PIC X(40)
018600         VALUE ' CODE   TITLE                  PCT  RENT'.
018700     05  FILLER                     PIC X(40)
018800         VALUE 'S RENEW    REVENUE      SHARE TO-DATE   '.
018900 01  WS-TITLE-LINE.
019000     05  FILLER                     PIC X(1)  VALUE SPACE.
019100     05  TL-VIDEO-CODE              PIC 9(5).
019200     05  FILLER                     PIC X(2)  VALUE SPACE.
019300     05  TL-TITLE                   PIC X(20).
019400     05  FILLER                     PIC X(1)  VALUE SPACE.
019500     05  TL-SHARE-PCT               PIC Z9.99.
019600     05  FILLER                     PIC X(2)  VALUE SPACE.
019700     05  TL-CHECKOUTS               PIC ZZZZ9.
019800     05  FILLER                     PIC X(1)  VALUE SPACE.
019900     05  TL-RENEWALS                PIC ZZZZ9.
020000     05  FILLER                     PIC X(1)  VALUE SPACE.
020100     05  TL-REVENUE                 PIC ZZZZZZ9.99.
020200     05  FILLER                     PIC X(1)  VALUE SPACE.
020300     05  TL-SHARE                   PIC ZZZZZZ9.99.
020400     05  FILLER                     PIC X(1)  VALUE SPACE.
020500     05  TL-RENTALS-TO-DATE         PIC ZZZZZZ9.
020600     05  FILLER                     PIC X(1)  VALUE SPACE.
020700     05  TL-CLOSED-FLAG             PIC X(2).
020800 01  WS-STUDIO-TOTAL-LINE.
020900     05  FILLER                     PIC X(36)
021000         VALUE '  STUDIO TOTAL'.
021100     05  SL-CHECKOUTS               PIC ZZZZ9.
021200     05  FILLER                     PIC X(1)  VALUE SPACE.
021300     05  SL-RENEWALS                PIC ZZZZ9.
021400     05  FILLER                     PIC X(1)  VALUE SPACE.
021500     05  SL-REVENUE                 PIC ZZZZZZ9.99.
021600     05  FILLER                     PIC X(1)  VALUE SPACE.
021700     05  SL-SHARE                   PIC ZZZZZZ9.99.
021800     05  FILLER                     PIC X(11) VALUE SPACE.
021900 01  WS-STUDIO-AMOUNT-LINE.
022000     05  SA-LABEL                   PIC X(59).
022100     05  SA-AMOUNT                  PIC ZZZZZZ9.99.
022200     05  FILLER                     PIC X(11) VALUE SPACE.
022300*=================================================================
022400*    RSHRREG - TYPE IN COLUMN 2 (S STUDIO SHARE ACCRUED, G
022500*    MINIMUM-GUARANTEE SHORTFALL), STUDIO 5-10, MONTH END
022600*    13-20, AMOUNT 22-29 FOR GLJRNL
022700*=================================================================
022800 01  WS-REGISTER-DETAIL.
022900     05  FILLER                     PIC X(1)  VALUE SPACE.
023000     05  RR-TRANS-TYPE              PIC X(1).
023100     05  FILLER                     PIC X(2)  VALUE SPACE.
023200     05  RR-STUDIO-ID               PIC 9(6).
023300     05  FILLER                     PIC X(2)  VALUE SPACE.
023400     05  RR-MONTH-END               PIC 9(8).
023500     05  FILLER                     PIC X(1)  VALUE SPACE.
023600     05  RR-AMOUNT                  PIC ZZZZ9.99.
023700     05  FILLER                     PIC X(2)  VALUE SPACE.
023800     05  RR-STUDIO-NAME             PIC X(25).
023900     05  FILLER                     PIC X(24) VALUE SPACE.
024000 PROCEDURE DIVISION.
024100*=================================================================
024200 0000-MAINLINE.
024300     PERFORM 0900-DISPLAY-VERSION-STAMP
024400     PERFORM 1000-INITIALIZE
024500     PERFORM 2000-LOAD-ONE-TERMS
024600         UNTIL WS-TERMS-EOF
024700     PERFORM 3000-PRICE-ONE-RENTAL
024800         UNTIL WS-RENT-EOF
024900     PERFORM 4000-CLOSE-ENDED-WINDOW
025000         VARYING WS-TERMS-SUB FROM 1 BY 1
025100         UNTIL WS-TERMS-SUB > WS-TERMS-COUNT
025200     PERFORM 5000-PRINT-THE-STATEMENTS
025300     PERFORM 6000-TERMINATE
025400     PERFORM 9000-DISPLAY-VERSION-TRAILER
025500     STOP RUN.
025600*=================================================================
025700*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
025800*=================================================================
025900 0900-DISPLAY-VERSION-STAMP.
026000     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='REVSHARE -'==
026100                             ==:PROGVERS:== BY =='Version 001'==.
026200*=================================================================
026300*    1000-INITIALIZE - SETTLEMENT MONTH, OPEN AND POSITION FILES
026400*=================================================================
026500 1000-INITIALIZE.
026600     MOVE 'REVSHARE' TO RCHK-CALLER
026700     CALL 'REGCHK' USING REGION-CHECK
026800     IF RCHK-MISMATCH
026900         DISPLAY 'REVSHARE: REGION INTERLOCK - UPDATES REFUSED'
027000         MOVE 12 TO RETURN-CODE
027100         STOP RUN
027200     END-IF
027300     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
027400     PERFORM 1050-LOAD-CONTROL-CARD
027500     PERFORM 1060-SET-MONTH-BOUNDS
027600     OPEN I-O RSHRFILE
027700     IF FC-RSHRFILE-STATUS NOT = '00'
027800         DISPLAY 'REVSHARE: UNABLE TO OPEN RSHRFILE, STATUS='
027900             FC-RSHRFILE-STATUS
028000         MOVE 'Y' TO WS-TERMS-EOF-SW
028100         MOVE 'Y' TO WS-RENT-EOF-SW
028200     ELSE
028300         MOVE ZERO TO RSHR-VIDEO-CODE
028400         START RSHRFILE KEY IS NOT LESS THAN RSHR-VIDEO-CODE
028500             INVALID KEY
028600                 MOVE 'Y' TO WS-TERMS-EOF-SW
028700         END-START
028800     END-IF
028900     OPEN INPUT VIDOFILE
029000     IF FC-VIDOFILE-STATUS = '00'
029100         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
029200     END-IF
029300     OPEN INPUT RENTREG-IN
029400     IF FC-RENTREG-STATUS NOT = '00'
029500         MOVE 'Y' TO WS-RENT-EOF-SW
029600     END-IF
029700     OPEN OUTPUT RSHRSTMT-RPT
029800     OPEN OUTPUT RSHRREG-RPT
029900     IF NOT RCHK-IN-PROD
030000         WRITE RSHRSTMT-LINE FROM RCHK-WATERMARK
030100         WRITE RSHRREG-LINE FROM RCHK-WATERMARK
030200     END-IF.
030300*=================================================================
030400*    1050-LOAD-CONTROL-CARD - SETTLEMENT MONTH YYYYMM, DEFAULT
030500*    THE MONTH BEFORE THE BUSINESS DATE
030600*=================================================================
030700 1050-LOAD-CONTROL-CARD.
030800     MOVE WS-CURRENT-YYYY TO WS-DB-YYYY
030900     MOVE WS-CURRENT-MM   TO WS-DB-MM
031000     IF WS-DB-MM = 1
031100         SUBTRACT 1 FROM WS-DB-YYYY
031200         MOVE 12 TO WS-DB-MM
031300     ELSE
031400         SUBTRACT 1 FROM WS-DB-MM
031500     END-IF
031600     OPEN INPUT RSHCTL-FILE
031700     IF FC-RSHCTL-STATUS = '00'
031800         READ RSHCTL-FILE
031900             AT END
032000                 CONTINUE
032100             NOT AT END
032200                 IF RC-SETTLE-MONTH NUMERIC
032300                     AND RC-SETTLE-MONTH (5:2) >= '01'
032400                     AND RC-SETTLE-MONTH (5:2) <= '12'
032500                     MOVE RC-SETTLE-MONTH (1:4) TO WS-DB-YYYY
032600                     MOVE RC-SETTLE-MONTH (5:2) TO WS-DB-MM
032700                 END-IF
032800         END-READ
032900     END-IF
033000     CLOSE RSHCTL-FILE.
033100*=================================================================
033200*    1060-SET-MONTH-BOUNDS - FIRST OF THE MONTH, AND THE DAY
033300*    BEFORE THE FIRST OF THE NEXT MONTH
033400*=================================================================
033500 1060-SET-MONTH-BOUNDS.
033600     MOVE 1 TO WS-DB-DD
033700     MOVE WS-DATE-BUILD-N TO WS-MONTH-START-DATE
033800     IF WS-DB-MM = 12
033900         ADD 1 TO WS-DB-YYYY
034000         MOVE 1 TO WS-DB-MM
034100     ELSE
034200         ADD 1 TO WS-DB-MM
034300     END-IF
034400     MOVE 'S'             TO CALR-FUNCTION
034500     MOVE WS-DATE-BUILD-N TO CALR-DATE
034600     MOVE ZERO            TO CALR-END-DATE
034700     MOVE 1               TO CALR-DAYS
034800     CALL 'STORECAL' USING CALENDAR-REQUEST
034900     MOVE CALR-RESULT-DATE TO WS-MONTH-END-DATE.
035000*=================================================================
035100*    2000-LOAD-ONE-TERMS - ACTIVE TERMS WHOSE WINDOW HAS OPENED
035200*    BY MONTH END AND THAT ARE NOT YET SETTLED THROUGH IT
035300*=================================================================
035400 2000-LOAD-ONE-TERMS.
035500     READ RSHRFILE NEXT RECORD
035600         AT END
035700             MOVE 'Y' TO WS-TERMS-EOF-SW
035800     END-READ
035900     IF NOT WS-TERMS-EOF
036000         AND RSHR-ACTIVE
036100         AND RSHR-START-DATE <= WS-MONTH-END-DATE
036200         IF RSHR-LAST-SETTLED-DATE >= WS-MONTH-END-DATE
036300             ADD 1 TO WS-TITLES-ALREADY-SETTLED
036400         ELSE
036500             PERFORM 2100-ADD-TABLE-ENTRY
036600         END-IF
036700     END-IF.
036800*=================================================================
036900*    2100-ADD-TABLE-ENTRY - A ZEROED ENTRY FOR THE TERMS JUST
037000*    READ, NAMED FROM VIDOFILE WHEN IT CAN BE READ
037100*=================================================================
037200 2100-ADD-TABLE-ENTRY.
037300     IF WS-TERMS-COUNT < 300
037400         ADD 1 TO WS-TERMS-COUNT
037500         MOVE WS-TERMS-COUNT TO WS-TERMS-SUB
037600         MOVE RSHR-VIDEO-CODE   TO WS-TT-VIDEO-CODE (WS-TERMS-SUB)
037700         MOVE RSHR-STUDIO-ID    TO WS-TT-STUDIO-ID (WS-TERMS-SUB)
037800         MOVE RSHR-STUDIO-NAME
037900             TO WS-TT-STUDIO-NAME (WS-TERMS-SUB)
038000         MOVE RSHR-SHARE-PCT    TO WS-TT-SHARE-PCT (WS-TERMS-SUB)
038100         MOVE RSHR-START-DATE
038200             TO WS-TT-START-DATE (WS-TERMS-SUB)
038300         MOVE RSHR-END-DATE     TO WS-TT-END-DATE (WS-TERMS-SUB)
038400         MOVE ZERO   TO WS-TT-CHECKOUTS (WS-TERMS-SUB)
038500         MOVE ZERO   TO WS-TT-RENEWALS (WS-TERMS-SUB)
038600         MOVE ZERO   TO WS-TT-REVENUE (WS-TERMS-SUB)
038700         MOVE ZERO   TO WS-TT-SHARE (WS-TERMS-SUB)
038800         MOVE ZERO   TO WS-TT-GUARANTEE (WS-TERMS-SUB)
038900         MOVE 'N'    TO WS-TT-CLOSING-SW (WS-TERMS-SUB)
039000         MOVE 'N'    TO WS-TT-PRINTED-SW (WS-TERMS-SUB)
039100         MOVE SPACES TO WS-TT-TITLE (WS-TERMS-SUB)
039200         IF WS-VIDOFILE-AVAIL
039300             MOVE RSHR-VIDEO-CODE TO VIDEO-CODE
039400             READ VIDOFILE
039500                 INVALID KEY
039600                     MOVE 'NOT ON VIDOFILE' TO VIDEO-TITLE
039700             END-READ
039800             MOVE VIDEO-TITLE TO WS-TT-TITLE (WS-TERMS-SUB)
039900         END-IF
040000     ELSE
040100         DISPLAY 'REVSHARE: TERMS TABLE FULL, TITLE SKIPPED='
040200             RSHR-VIDEO-CODE
040300         MOVE 4 TO RETURN-CODE
040400     END-IF.
040500*=================================================================
040600*    3000-PRICE-ONE-RENTAL - RENTREG ACCEPTED CHECKOUTS (C) AND
040700*    RENEWALS (N): CODE 5-9, DATE 20-27, DISPOSITION 30-37,
040800*    PRICE 40-46
040900*=================================================================
041000 3000-PRICE-ONE-RENTAL.
041100     READ RENTREG-IN
041200         AT END
041300             MOVE 'Y' TO WS-RENT-EOF-SW
041400     END-READ
041500     IF NOT WS-RENT-EOF
041600         AND RENTREG-IN-LINE (5:5) NUMERIC
041700         AND RENTREG-IN-LINE (20:8) NUMERIC
041800         AND RENTREG-IN-LINE (30:8) = 'ACCEPTED'
041900         AND (RENTREG-IN-LINE (2:1) = 'C'
042000             OR RENTREG-IN-LINE (2:1) = 'N')
042100         ADD 1 TO WS-REGISTER-LINES-READ
042200         MOVE RENTREG-IN-LINE (2:1)  TO WS-RENT-TYPE
042300         MOVE RENTREG-IN-LINE (5:5)  TO WS-RENT-CODE
042400         MOVE RENTREG-IN-LINE (20:8) TO WS-RENT-DATE
042500         IF WS-RENT-DATE >= WS-MONTH-START-DATE
042600             AND WS-RENT-DATE <= WS-MONTH-END-DATE
042700             PERFORM 3100-FIND-TERMS
042800             IF WS-MATCH-SUB > ZERO
042900                 PERFORM 3200-SHARE-THE-RENTAL
043000             END-IF
043100         END-IF
043200     END-IF.
043300*=================================================================
043400*    3100-FIND-TERMS - TABLE ENTRY FOR THE REGISTER'S TITLE
043500*=================================================================
043600 3100-FIND-TERMS.
043700     MOVE ZERO TO WS-MATCH-SUB
043800     PERFORM 3110-CHECK-ONE-ENTRY
043900         VARYING WS-TERMS-SUB FROM 1 BY 1
044000         UNTIL WS-TERMS-SUB > WS-TERMS-COUNT
044100         OR WS-MATCH-SUB > ZERO.
044200*=================================================================
044300*    3110-CHECK-ONE-ENTRY
044400*=================================================================
044500 3110-CHECK-ONE-ENTRY.
044600     IF WS-TT-VIDEO-CODE (WS-TERMS-SUB) = WS-RENT-CODE
044700         MOVE WS-TERMS-SUB TO WS-MATCH-SUB
044800     END-IF.
044900*=================================================================
045000*    3200-SHARE-THE-RENTAL - A RENTAL INSIDE THE TITLE'S WINDOW
045100*    EARNS THE STUDIO ITS PERCENTAGE OF THE REGISTER PRICE
045200*=================================================================
045300 3200-SHARE-THE-RENTAL.
045400     IF WS-RENT-DATE >= WS-TT-START-DATE (WS-MATCH-SUB)
045500         AND WS-RENT-DATE <= WS-TT-END-DATE (WS-MATCH-SUB)
045600         MOVE SPACE TO WS-AMT-X
045700         MOVE RENTREG-IN-LINE (40:7) TO WS-AMT-X (1:7)
045800         MOVE SPACE TO WS-AMT-X (8:1)
045900         PERFORM 8000-PARSE-EDITED-AMOUNT
046000         COMPUTE WS-RENTAL-SHARE ROUNDED =
046100             WS-AMT-VALUE * WS-TT-SHARE-PCT (WS-MATCH-SUB)
046200             / 100
046300         IF WS-RENT-TYPE = 'C'
046400             ADD 1 TO WS-TT-CHECKOUTS (WS-MATCH-SUB)
046500         ELSE
046600             ADD 1 TO WS-TT-RENEWALS (WS-MATCH-SUB)
046700         END-IF
046800         ADD WS-AMT-VALUE    TO WS-TT-REVENUE (WS-MATCH-SUB)
046900         ADD WS-RENTAL-SHARE TO WS-TT-SHARE (WS-MATCH-SUB)
047000         ADD 1 TO WS-RENTALS-QUALIFIED
047100     END-IF.
047200*=================================================================
047300*    4000-CLOSE-ENDED-WINDOW - A WINDOW ENDED BY MONTH END
047400*    CLOSES; SHARE OVER THE WHOLE WINDOW BELOW THE MINIMUM
047500*    GUARANTEE IS MADE UP THIS MONTH
047600*=================================================================
047700 4000-CLOSE-ENDED-WINDOW.
047800     IF WS-TT-END-DATE (WS-TERMS-SUB) <= WS-MONTH-END-DATE
047900         MOVE 'Y' TO WS-TT-CLOSING-SW (WS-TERMS-SUB)
048000         ADD 1 TO WS-TITLES-CLOSED
048100         MOVE WS-TT-VIDEO-CODE (WS-TERMS-SUB) TO RSHR-VIDEO-CODE
048200         READ RSHRFILE
048300             INVALID KEY
048400                 MOVE ZERO TO RSHR-SHARE-TO-DATE
048500                 MOVE ZERO TO RSHR-MIN-GUARANTEE
048600         END-READ
048700         COMPUTE WS-WINDOW-SHARE =
048800             RSHR-SHARE-TO-DATE + WS-TT-SHARE (WS-TERMS-SUB)
048900         IF RSHR-MIN-GUARANTEE > WS-WINDOW-SHARE
049000             COMPUTE WS-TT-GUARANTEE (WS-TERMS-SUB) =
049100                 RSHR-MIN-GUARANTEE - WS-WINDOW-SHARE
049200         END-IF
049300     END-IF.
049400*=================================================================
049500*    5000-PRINT-THE-STATEMENTS - ONE STATEMENT PER STUDIO, IN
049600*    THE ORDER EACH STUDIO FIRST APPEARS ON RSHRFILE
049700*=================================================================
049800 5000-PRINT-THE-STATEMENTS.
049900     MOVE WS-MONTH-START-DATE      TO HD-MONTH-START
050000     MOVE WS-MONTH-END-DATE        TO HD-MONTH-END
050100     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-RUN-DATE
050200     WRITE RSHRSTMT-LINE FROM WS-HEAD-LINE
050300     ADD 1 TO WS-REPORT-LINES
050400     PERFORM 5100-PRINT-ONE-STUDIO
050500         VARYING WS-STUDIO-SUB FROM 1 BY 1
050600         UNTIL WS-STUDIO-SUB > WS-TERMS-COUNT.
050700*=================================================================
050800*    5100-PRINT-ONE-STUDIO - SKIPPED WHEN THE ENTRY'S STUDIO HAS
050900*    ALREADY PRINTED
051000*=================================================================
051100 5100-PRINT-ONE-STUDIO.
051200     IF NOT WS-TT-PRINTED (WS-STUDIO-SUB)
051300         MOVE ZERO TO WS-STUDIO-TOTALS
051400         MOVE WS-TT-STUDIO-ID (WS-STUDIO-SUB)   TO SH-STUDIO-ID
051500         MOVE WS-TT-STUDIO-NAME (WS-STUDIO-SUB) TO SH-STUDIO-NAME
051600         MOVE SPACES TO RSHRSTMT-LINE
051700         WRITE RSHRSTMT-LINE
051800         WRITE RSHRSTMT-LINE FROM WS-STUDIO-LINE
051900         WRITE RSHRSTMT-LINE FROM WS-COLUMN-LINE
052000         ADD 3 TO WS-REPORT-LINES
052100         PERFORM 5200-PRINT-ONE-TITLE
052200             VARYING WS-TERMS-SUB FROM WS-STUDIO-SUB BY 1
052300             UNTIL WS-TERMS-SUB > WS-TERMS-COUNT
052400         PERFORM 5300-PRINT-STUDIO-TOTALS
052500         ADD 1 TO WS-STUDIOS-SETTLED
052600     END-IF.
052700*=================================================================
052800*    5200-PRINT-ONE-TITLE - A TITLE OF THE STUDIO BEING PRINTED:
052900*    LIST IT, ROLL IT TO THE STUDIO, UPDATE ITS TERMS
053000*=================================================================
053100 5200-PRINT-ONE-TITLE.
053200     IF NOT WS-TT-PRINTED (WS-TERMS-SUB)
053300         AND WS-TT-STUDIO-ID (WS-TERMS-SUB)
053400             = WS-TT-STUDIO-ID (WS-STUDIO-SUB)
053500         MOVE 'Y' TO WS-TT-PRINTED-SW (WS-TERMS-SUB)
053600         PERFORM 5400-UPDATE-THE-TERMS
053700         MOVE WS-TT-VIDEO-CODE (WS-TERMS-SUB) TO TL-VIDEO-CODE
053800         MOVE WS-TT-TITLE (WS-TERMS-SUB)      TO TL-TITLE
053900         MOVE WS-TT-SHARE-PCT (WS-TERMS-SUB)  TO TL-SHARE-PCT
054000         MOVE WS-TT-CHECKOUTS (WS-TERMS-SUB)  TO TL-CHECKOUTS
054100         MOVE WS-TT-RENEWALS (WS-TERMS-SUB)   TO TL-RENEWALS
054200         MOVE WS-TT-REVENUE (WS-TERMS-SUB)    TO TL-REVENUE
054300         MOVE WS-TT-SHARE (WS-TERMS-SUB)      TO TL-SHARE
054400         MOVE RSHR-RENTALS-TO-DATE TO TL-RENTALS-TO-DATE
054500         MOVE SPACES TO TL-CLOSED-FLAG
054600         IF WS-TT-CLOSING (WS-TERMS-SUB)
054700             MOVE 'CL' TO TL-CLOSED-FLAG
054800         END-IF
054900         WRITE RSHRSTMT-LINE FROM WS-TITLE-LINE
055000         ADD 1 TO WS-REPORT-LINES
055100         ADD WS-TT-CHECKOUTS (WS-TERMS-SUB) TO WS-ST-CHECKOUTS
055200         ADD WS-TT-RENEWALS (WS-TERMS-SUB)  TO WS-ST-RENEWALS
055300         ADD WS-TT-REVENUE (WS-TERMS-SUB)   TO WS-ST-REVENUE
055400         ADD WS-TT-SHARE (WS-TERMS-SUB)     TO WS-ST-SHARE
055500         ADD WS-TT-GUARANTEE (WS-TERMS-SUB) TO WS-ST-GUARANTEE
055600     END-IF.
055700*=================================================================
055800*    5300-PRINT-STUDIO-TOTALS - TOTAL LINE, GUARANTEE LINE WHEN
055900*    ANY, AMOUNT DUE, AND THE RSHRREG LINES FOR GLJRNL
056000*=================================================================
056100 5300-PRINT-STUDIO-TOTALS.
056200     COMPUTE WS-ST-AMOUNT-DUE = WS-ST-SHARE + WS-ST-GUARANTEE
056300     MOVE WS-ST-CHECKOUTS TO SL-CHECKOUTS
056400     MOVE WS-ST-RENEWALS  TO SL-RENEWALS
056500     MOVE WS-ST-REVENUE   TO SL-REVENUE
056600     MOVE WS-ST-SHARE     TO SL-SHARE
056700     WRITE RSHRSTMT-LINE FROM WS-STUDIO-TOTAL-LINE
056800     ADD 1 TO WS-REPORT-LINES
056900     IF WS-ST-GUARANTEE > ZERO
057000         MOVE '  MINIMUM GUARANTEE SHORTFALL, WINDOWS CLOSED (CL)'
057100             TO SA-LABEL
057200         MOVE WS-ST-GUARANTEE TO SA-AMOUNT
057300         WRITE RSHRSTMT-LINE FROM WS-STUDIO-AMOUNT-LINE
057400         ADD 1 TO WS-REPORT-LINES
057500     END-IF
057600     MOVE '  AMOUNT DUE TO STUDIO FOR THE MONTH' TO SA-LABEL
057700     MOVE WS-ST-AMOUNT-DUE TO SA-AMOUNT
057800     WRITE RSHRSTMT-LINE FROM WS-STUDIO-AMOUNT-LINE
057900     ADD 1 TO WS-REPORT-LINES
058000     MOVE WS-TT-STUDIO-ID (WS-STUDIO-SUB)   TO RR-STUDIO-ID
058100     MOVE WS-TT-STUDIO-NAME (WS-STUDIO-SUB) TO RR-STUDIO-NAME
058200     MOVE WS-MONTH-END-DATE                 TO RR-MONTH-END
058300     IF WS-ST-SHARE > ZERO
058400         MOVE 'S'         TO RR-TRANS-TYPE
058500         MOVE WS-ST-SHARE TO RR-AMOUNT
058600         WRITE RSHRREG-LINE FROM WS-REGISTER-DETAIL
058700     END-IF
058800     IF WS-ST-GUARANTEE > ZERO
058900         MOVE 'G'             TO RR-TRANS-TYPE
059000         MOVE WS-ST-GUARANTEE TO RR-AMOUNT
059100         WRITE RSHRREG-LINE FROM WS-REGISTER-DETAIL
059200     END-IF
059300     ADD WS-ST-SHARE     TO WS-TOTAL-SHARE
059400     ADD WS-ST-GUARANTEE TO WS-TOTAL-GUARANTEE.
059500*=================================================================
059600*    5400-UPDATE-THE-TERMS - ROLL THE MONTH INTO THE TO-DATE
059700*    FIGURES, STAMP THE MONTH END, CLOSE AN ENDED WINDOW
059800*=================================================================
059900 5400-UPDATE-THE-TERMS.
060000     MOVE WS-TT-VIDEO-CODE (WS-TERMS-SUB) TO RSHR-VIDEO-CODE
060100     READ RSHRFILE
060200         INVALID KEY
060300             DISPLAY 'REVSHARE: TERMS NO LONGER ON FILE='
060400                 RSHR-VIDEO-CODE
060500             MOVE ZERO TO RSHR-RENTALS-TO-DATE
060600             MOVE 4 TO RETURN-CODE
060700         NOT INVALID KEY
060800             ADD WS-TT-CHECKOUTS (WS-TERMS-SUB)
060900                 TO RSHR-RENTALS-TO-DATE
061000             ADD WS-TT-REVENUE (WS-TERMS-SUB)
061100                 TO RSHR-REVENUE-TO-DATE
061200             ADD WS-TT-SHARE (WS-TERMS-SUB)
061300                 TO RSHR-SHARE-TO-DATE
061400             ADD WS-TT-GUARANTEE (WS-TERMS-SUB)
061500                 TO RSHR-SHARE-TO-DATE
061600             MOVE WS-MONTH-END-DATE TO RSHR-LAST-SETTLED-DATE
061700             IF WS-TT-CLOSING (WS-TERMS-SUB)
061800                 MOVE 'C' TO RSHR-STATUS
061900             END-IF
062000             REWRITE RSHR-RECORD
062100                 INVALID KEY
062200                     DISPLAY 'REVSHARE: RSHRFILE REWRITE FAILED='
062300                         RSHR-VIDEO-CODE
062400                     MOVE 4 TO RETURN-CODE
062500             END-REWRITE
062600     END-READ.
062700*=================================================================
062800*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
062900*=================================================================
063000 6000-TERMINATE.
063100     CLOSE RSHRFILE
063200     IF WS-VIDOFILE-AVAIL
063300         CLOSE VIDOFILE
063400     END-IF
063500     CLOSE RENTREG-IN
063600     CLOSE RSHRSTMT-RPT
063700     CLOSE RSHRREG-RPT
063800     IF WS-TITLES-ALREADY-SETTLED > ZERO
063900         MOVE 4 TO RETURN-CODE
064000     END-IF
064100     DISPLAY 'REVSHARE: MONTH ENDING     = ' WS-MONTH-END-DATE
064200     DISPLAY 'REVSHARE: TITLES SETTLED   = ' WS-TERMS-COUNT
064300     DISPLAY 'REVSHARE: ALREADY SETTLED  = '
064400         WS-TITLES-ALREADY-SETTLED
064500     DISPLAY 'REVSHARE: WINDOWS CLOSED   = ' WS-TITLES-CLOSED
064600     DISPLAY 'REVSHARE: STUDIOS          = ' WS-STUDIOS-SETTLED
064700     DISPLAY 'REVSHARE: RENTREG LINES    = '
064800         WS-REGISTER-LINES-READ
064900     DISPLAY 'REVSHARE: RENTALS SHARED   = ' WS-RENTALS-QUALIFIED
065000     DISPLAY 'REVSHARE: STUDIO SHARE     = ' WS-TOTAL-SHARE
065100     DISPLAY 'REVSHARE: GUARANTEE DUE    = ' WS-TOTAL-GUARANTEE.
065200*=================================================================
065300*    8000-PARSE-EDITED-AMOUNT - EDITED ZZZZ9.99 PRINT FIELD
065400*    BACK TO A NUMERIC VALUE
065500*=================================================================
065600 8000-PARSE-EDITED-AMOUNT.
065700     MOVE ZERO TO WS-AMT-VALUE
065800     INSPECT WS-AMT-X REPLACING ALL SPACE BY '0'
065900     IF WS-AMT-X (1:5) NUMERIC
066000         AND WS-AMT-X (7:2) NUMERIC
066100         MOVE WS-AMT-X (1:5) TO WS-AMT-WHOLE
066200         MOVE WS-AMT-X (7:2) TO WS-AMT-CENTS
066300         COMPUTE WS-AMT-VALUE =
066400             WS-AMT-WHOLE + (WS-AMT-CENTS / 100)
066500     ELSE
066600         IF WS-AMT-X (1:4) NUMERIC
066700             AND WS-AMT-X (6:2) NUMERIC
066800             MOVE WS-AMT-X (1:4) TO WS-AMT-WHOLE
066900             MOVE WS-AMT-X (6:2) TO WS-AMT-CENTS
067000             COMPUTE WS-AMT-VALUE =
067100                 WS-AMT-WHOLE + (WS-AMT-CENTS / 100)
067200         END-IF
067300     END-IF.
067400*=================================================================
067500*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
067600*=================================================================
067700 9000-DISPLAY-VERSION-TRAILER.
067800     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='REVSHARE -'==
067900                             ==:LINECOUNT:== BY
068000                                 WS-REPORT-LINES.
