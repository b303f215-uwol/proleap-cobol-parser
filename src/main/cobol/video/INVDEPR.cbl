000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    INVDEPR.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY RENTAL-INVENTORY
001200*                   DEPRECIATION RUN POSTED TO THE LEDGER.
001210*  2026-10-15 VSG   EXPENSE AND DISPOSALS POSTED TO THE LEDGER
001220*                   UNDER THE STORE HOLDING EACH COPY.
001230*  2026-10-15 VSG   MERCHANDISE ORDERS TAKE NO TITLE-COST SLOT.
001300*=================================================================
001400*  RUNS AT MONTH END AHEAD OF GLCLOSE.  EVERY CPYFILE COPY STILL
001500*  IN SERVICE (ON THE SHELF, RENTED, OR IN TRANSIT) IS
001600*  DEPRECIATED FOR THE PERIOD ON THE DEPRCARD CARD (DEFAULT THE
001700*  BUSINESS MONTH) BY THE METHOD AND LIFE SET FOR ITS TITLE'S
001800*  PRICE TIER ON DEPRCTL - STRAIGHT LINE ('S') OR DOUBLE
001900*  DECLINING BALANCE ('D'), LIFE IN MONTHS, COUNTING THE MONTH
002000*  OF ACQUISITION AS MONTH ONE.  THE ACCUMULATED DEPRECIATION
002100*  EACH COPY SHOULD CARRY AT THE END OF THE PERIOD IS WORKED OUT
002200*  FROM ITS COST AND AGE, AND THE MONTH'S EXPENSE IS WHATEVER
002300*  BRINGS IT THERE, SO A MISSED MONTH CATCHES UP AND A RERUN OF
002400*  THE SAME PERIOD POSTS NOTHING TWICE.  A COPY WITH NO
002500*  ACQUISITION COST IS COSTED ONCE, AT THE AVERAGE PRICE OF THE
002600*  COPIES RECEIVED AGAINST ITS TITLE'S PURCHASE ORDERS, OR THE
002700*  REPLCOST FIGURE FOR ITS FORMAT AND TIER WHEN THERE ARE NONE.
002800*  A COPY RETIRED OUTSIDE WRITEOFF AND RTVPROC (LOST, INSPECTED
002900*  UNRENTABLE, RETIRED BY CARD) THAT IS STILL ON THE BOOKS IS
003000*  RELIEVED HERE AT ITS NET BOOK VALUE.  THE PERIOD'S EXPENSE
003100*  (DR 5400 / CR 1510) AND DISPOSALS (DR 1510, DR 5100 / CR
003200*  1500) POST STRAIGHT TO LEDGFILE; A PERIOD CLOSECTL SHOWS AS
003300*  SEALED IS REFUSED RC=8 BEFORE ANY COPY IS TOUCHED.  DEPRRPT
003310*  PRINTS THE SCHEDULE COPY BY COPY WITH TOTALS BY TIER.  THE
003320*  LEDGER ENTRIES ARE MADE STORE BY STORE, EACH COPY'S EXPENSE
003330*  AND DISPOSAL GOING TO THE STORE ON ITS COPY-STORE-CODE.
003500*=================================================================
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL CPYFILE ASSIGN TO 'IDXCOPY'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS COPY-KEY OF COPY-RECORD
004600         FILE STATUS IS FC-CPYFILE-STATUS.
004700     SELECT OPTIONAL VIDOFILE ASSIGN TO 'IDXVIDEO'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS VIDEO-CODE OF VIDEO-RECORD
005100         FILE STATUS IS FC-VIDOFILE-STATUS.
005200     SELECT OPTIONAL POFILE ASSIGN TO 'IDXPO'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS PO-NUMBER OF PO-RECORD
005600         FILE STATUS IS FC-POFILE-STATUS.
005700     SELECT OPTIONAL LEDGFILE ASSIGN TO 'IDXLEDG'
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS LEDG-KEY OF LEDGER-RECORD
006100         FILE STATUS IS FC-LEDGFILE-STATUS.
006200     SELECT OPTIONAL CLOSECTL-FILE ASSIGN TO 'CLOSECTL'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FC-CLOSECTL-STATUS.
006500     SELECT OPTIONAL DEPRCARD-FILE ASSIGN TO 'DEPRCARD'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FC-DEPRCARD-STATUS.
006800     SELECT OPTIONAL DEPRCTL-FILE ASSIGN TO 'DEPRCTL'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FC-DEPRCTL-STATUS.
007100     SELECT OPTIONAL REPLCOST-FILE ASSIGN TO 'REPLCOST'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FC-REPLCOST-STATUS.
007400     SELECT DEPRRPT-RPT ASSIGN TO 'DEPRRPT'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FC-DEPRRPT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CPYFILE.
008000 COPY COPYREC.
008100 FD  VIDOFILE.
008200 COPY VIDOREC.
008300 FD  POFILE.
008400 COPY POREC.
008500 FD  LEDGFILE.
008600 COPY LEDGREC.
008700 FD  CLOSECTL-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  CLOSECTL-CARD.
009000     05  CC-CLOSED-YYYYMM           PIC 9(6).
009100     05  FILLER                     PIC X(74).
009200 FD  DEPRCARD-FILE
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  DEPRECIATION-CARD.
009500     05  DC-PERIOD-YYYYMM           PIC 9(6).
009600     05  FILLER                     PIC X(74).
009700 FD  DEPRCTL-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  DEPRCTL-LINE.
010000     05  DL-TIER                    PIC X(1).
010100     05  FILLER                     PIC X(1).
010200     05  DL-METHOD                  PIC X(1).
010300     05  FILLER                     PIC X(1).
010400     05  DL-LIFE-MONTHS             PIC 9(3).
010500     05  FILLER                     PIC X(73).
010600 FD  REPLCOST-FILE
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  REPLCOST-INPUT-LINE.
010900     05  RC-FORMAT                  PIC X(1).
011000     05  FILLER                     PIC X(1).
011100     05  RC-TIER                    PIC X(1).
011200     05  FILLER                     PIC X(1).
011300     05  RC-COST-AMT                PIC 9(3)V99.
011400     05  FILLER                     PIC X(71).
011500 FD  DEPRRPT-RPT
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  DEPRRPT-LINE                   PIC X(80).
011800 WORKING-STORAGE SECTION.
011900*=================================================================
012000 COPY VERSTAMP.
012100 COPY REGCHKQ.
012200 COPY REPLCOST.
012300 01  FC-STATUSES.
012400     05  FC-CPYFILE-STATUS          PIC X(2).
012500     05  FC-VIDOFILE-STATUS         PIC X(2).
012600     05  FC-POFILE-STATUS           PIC X(2).
012700     05  FC-LEDGFILE-STATUS         PIC X(2).
012800     05  FC-CLOSECTL-STATUS         PIC X(2).
012900     05  FC-DEPRCARD-STATUS         PIC X(2).
013000     05  FC-DEPRCTL-STATUS          PIC X(2).
013100     05  FC-REPLCOST-STATUS         PIC X(2).
013200     05  FC-DEPRRPT-STATUS          PIC X(2).
013300 01  WS-SWITCHES.
013400     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
013500         88  WS-EOF                 VALUE 'Y'.
013600     05  WS-LOAD-EOF-SW             PIC X(1) VALUE 'N'.
013700         88  WS-LOAD-EOF            VALUE 'Y'.
013800     05  WS-RUN-OK-SW               PIC X(1) VALUE 'Y'.
013900         88  WS-RUN-OK              VALUE 'Y'.
014000     05  WS-VIDOFILE-AVAIL-SW       PIC X(1) VALUE 'N'.
014100         88  WS-VIDOFILE-AVAIL      VALUE 'Y'.
014200     05  WS-COPY-CHANGED-SW         PIC X(1).
014300         88  WS-COPY-CHANGED        VALUE 'Y'.
014400     05  WS-LEDG-ON-FILE-SW         PIC X(1).
014500         88  WS-LEDG-ON-FILE        VALUE 'Y'.
014600 01  WS-CURRENT-DATE.
014700     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
014800 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
014900 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-YYYYMM.
015000     05  WS-PERIOD-YYYY             PIC 9(4).
015100     05  WS-PERIOD-MM               PIC 9(2).
015200 01  WS-CLOSED-YYYYMM               PIC 9(6) VALUE ZERO.
015300 01  WS-ACQUIRED-DATE               PIC 9(8).
015400 01  WS-ACQUIRED-PARTS REDEFINES WS-ACQUIRED-DATE.
015500     05  WS-ACQUIRED-YYYY           PIC 9(4).
015600     05  WS-ACQUIRED-MM             PIC 9(2).
015700     05  WS-ACQUIRED-DD             PIC 9(2).
015800 01  WS-REPL-COST-DEFAULT           PIC 9(3)V99 VALUE 20.00.
015900*=================================================================
016000*    METHOD AND LIFE BY PRICE TIER - NEW RELEASES LOSE MOST OF
016100*    THEIR VALUE IN THE FIRST MONTHS, CATALOG WEARS EVENLY;
016200*    DEPRCTL LINES (TIER COL 1, METHOD COL 3, LIFE 5-7) OVERRIDE
016300*=================================================================
016400 01  WS-METHOD-TABLE.
016500     05  WS-METHOD-COUNT            PIC 9(2) VALUE ZERO.
016600     05  WS-METHOD-ENTRY OCCURS 10 TIMES
016700                         INDEXED BY WS-METHOD-IDX.
016800         10  WS-MT-TIER             PIC X(1).
016900         10  WS-MT-METHOD           PIC X(1).
017000         10  WS-MT-LIFE             PIC 9(3).
017100 01  WS-DEFAULT-METHOD              PIC X(1)  VALUE 'S'.
017200 01  WS-DEFAULT-LIFE                PIC 9(3)  VALUE 36.
017300*=================================================================
017400*    AVERAGE RECEIVED COST BY TITLE, FROM POFILE
017500*=================================================================
017600 01  WS-TITLE-COST-TABLE.
017700     05  WS-TC-COUNT                PIC 9(4) VALUE ZERO.
017800     05  WS-TC-ENTRY OCCURS 3000 TIMES
017900                     INDEXED BY WS-TC-IDX.
018000         10  WS-TC-VIDEO-CODE       PIC 9(5).
018100         10  WS-TC-QTY              PIC 9(5).
018200         10  WS-TC-COST             PIC 9(7)V99.
018300 01  WS-TC-FOUND-SW                 PIC X(1).
018400     88  WS-TC-FOUND                VALUE 'Y'.
018500*=================================================================
018600*    THE COPY IN HAND
018700*=================================================================
018800 01  WS-NAMED-CODE                  PIC 9(5) VALUE ZERO.
018900 01  WS-TITLE-FORMAT                PIC X(1) VALUE SPACE.
019000 01  WS-TITLE-TIER                  PIC X(1) VALUE SPACE.
019100 01  WS-COPY-METHOD                 PIC X(1).
019200 01  WS-COPY-LIFE                   PIC 9(3).
019300 01  WS-COPY-MONTHS                 PIC S9(5).
019400 01  WS-COPY-NOTE                   PIC X(18).
019500 01  WS-COST-FLAG                   PIC X(1).
019600 01  WS-TARGET-ACCUM                PIC 9(5)V99.
019700 01  WS-MONTH-EXPENSE               PIC 9(5)V99.
019800 01  WS-BOOK-VALUE                  PIC 9(5)V99.
019900 01  WS-DDB-RATE                    PIC 9V9(8).
020000 01  WS-DDB-REMAINING               PIC 9V9(8).
020100*=================================================================
020200*    TOTALS BY TIER (ROW 3 TAKES ANY OTHER TIER) AND FOR THE RUN
020300*=================================================================
020400 01  WS-TIER-CODES                  PIC X(3) VALUE 'NC?'.
020500 01  WS-TIER-CODE-TABLE REDEFINES WS-TIER-CODES.
020600     05  WS-TIER-CODE OCCURS 3 TIMES PIC X(1).
020700 01  WS-TIER-TOTALS.
020800     05  WS-TIER-ENTRY OCCURS 3 TIMES.
020900         10  WS-TT-COPIES           PIC 9(5).
021000         10  WS-TT-COST             PIC 9(9)V99.
021100         10  WS-TT-EXPENSE          PIC 9(9)V99.
021200         10  WS-TT-ACCUM            PIC 9(9)V99.
021300 01  WS-TIER-SUB                    PIC 9(1).
021400 01  WS-RUN-TOTALS.
021500     05  WS-PERIOD-EXPENSE          PIC 9(9)V99 VALUE ZERO.
021600     05  WS-DISP-COST               PIC 9(9)V99 VALUE ZERO.
021700     05  WS-DISP-ACCUM              PIC 9(9)V99 VALUE ZERO.
021800     05  WS-DISP-BOOK               PIC 9(9)V99 VALUE ZERO.
021805*=================================================================
021810*    THE SAME AMOUNTS BY STORE (STORE 00 IN SLOT 1) FOR POSTING
021815*=================================================================
021820 01  WS-STORE-RUN-TOTALS.
021825     05  WS-SR-ENTRY OCCURS 100 TIMES.
021830         10  WS-SR-EXPENSE          PIC 9(9)V99.
021835         10  WS-SR-DISP-COST        PIC 9(9)V99.
021840         10  WS-SR-DISP-ACCUM       PIC 9(9)V99.
021845         10  WS-SR-DISP-BOOK        PIC 9(9)V99.
021850 01  WS-COPY-STORE-SUB              PIC 9(3).
021855 01  WS-STORE-SUB                   PIC 9(3).
021900 01  WS-COUNTERS.
022000     05  WS-COPIES-READ             PIC 9(7) VALUE ZERO.
022100     05  WS-COPIES-DEPRECIATED      PIC 9(7) VALUE ZERO.
022200     05  WS-COPIES-COSTED           PIC 9(7) VALUE ZERO.
022300     05  WS-COPIES-RELIEVED         PIC 9(7) VALUE ZERO.
022400     05  WS-COPIES-UNDATED          PIC 9(7) VALUE ZERO.
022500     05  WS-LEDGER-ENTRIES          PIC 9(3) VALUE ZERO.
022600     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
022700*=================================================================
022800*    ONE LEDGER POSTING
022900*=================================================================
023000 01  WS-POST-ACCOUNT                PIC 9(4).
023010 01  WS-POST-STORE                  PIC 9(2).
023100 01  WS-POST-DR-CR                  PIC X(2).
023200 01  WS-POST-AMOUNT                 PIC 9(9)V99.
023300 01  WS-HEAD-LINE.
023400     05  FILLER                     PIC X(40)
023500         VALUE ' RENTAL INVENTORY DEPRECIATION  PERIOD  '.
023600     05  HD-PERIOD                  PIC 9(6).
023700     05  FILLER                     PIC X(34) VALUE SPACE.
023800 01  WS-COLUMN-LINE.
023900     05  FILLER                     PIC X(40)
024000         VALUE ' CODE/CPY  T M ACQUIRED   COST  MOS THIS'.
024100     05  FILLER                     PIC X(40)
024200         VALUE ' MO   ACCUM   BOOK  NOTE                '.
024300 01  WS-SCHEDULE-DETAIL.
024400     05  FILLER                     PIC X(1)  VALUE SPACE.
024500     05  SD-VIDEO-CODE              PIC 9(5).
024600     05  FILLER                     PIC X(1)  VALUE '/'.
024700     05  SD-COPY-NUMBER             PIC 9(3).
024800     05  FILLER                     PIC X(1)  VALUE SPACE.
024900     05  SD-TIER                    PIC X(1).
025000     05  FILLER                     PIC X(1)  VALUE SPACE.
025100     05  SD-METHOD                  PIC X(1).
025200     05  FILLER                     PIC X(1)  VALUE SPACE.
025300     05  SD-ACQUIRED-DATE           PIC 9(8).
025400     05  FILLER                     PIC X(1)  VALUE SPACE.
025500     05  SD-COST                    PIC ZZ9.99.
025600     05  SD-COST-FLAG               PIC X(1).
025700     05  FILLER                     PIC X(1)  VALUE SPACE.
025800     05  SD-MONTHS                  PIC ZZ9.
025900     05  FILLER                     PIC X(2)  VALUE SPACE.
026000     05  SD-EXPENSE                 PIC ZZ9.99.
026100     05  FILLER                     PIC X(2)  VALUE SPACE.
026200     05  SD-ACCUM                   PIC ZZ9.99.
026300     05  FILLER                     PIC X(1)  VALUE SPACE.
026400     05  SD-BOOK-VALUE              PIC ZZ9.99.
026500     05  FILLER                     PIC X(2)  VALUE SPACE.
026600     05  SD-NOTE                    PIC X(18).
026700 01  WS-TIER-LINE.
026800     05  FILLER                     PIC X(7)  VALUE ' TIER  '.
026900     05  TL-TIER                    PIC X(1).
027000     05  FILLER                     PIC X(8)  VALUE '  COPIES'.
027100     05  TL-COPIES                  PIC ZZZZ9.
027200     05  FILLER                     PIC X(6)  VALUE '  COST'.
027300     05  TL-COST                    PIC ZZZZZZZ9.99.
027400     05  FILLER                     PIC X(9)  VALUE '  EXPENSE'.
027500     05  TL-EXPENSE                 PIC ZZZZZZ9.99.
027600     05  FILLER                     PIC X(7)  VALUE '  ACCUM'.
027700     05  TL-ACCUM                   PIC ZZZZZZZ9.99.
027800     05  FILLER                     PIC X(5)  VALUE SPACE.
027900 01  WS-TOTAL-LINE.
028000     05  FILLER                     PIC X(1)  VALUE SPACE.
028100     05  TT-LABEL                   PIC X(30).
028200     05  TT-AMOUNT                  PIC ZZZZZZZZ9.99.
028300     05  FILLER                     PIC X(37) VALUE SPACE.
028400 PROCEDURE DIVISION.
028500*=================================================================
028600 0000-MAINLINE.
028700     PERFORM 0900-DISPLAY-VERSION-STAMP
028800     PERFORM 1000-INITIALIZE
028900     PERFORM 2000-DEPRECIATE-ONE-COPY
029000         UNTIL WS-EOF
029100     IF WS-RUN-OK
029200         PERFORM 3000-POST-TO-LEDGER
029300         PERFORM 4000-PRINT-TOTALS
029400     END-IF
029500     PERFORM 6000-TERMINATE
029600     PERFORM 9000-DISPLAY-VERSION-TRAILER
029700     STOP RUN.
029800*=================================================================
029900*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
030000*=================================================================
030100 0900-DISPLAY-VERSION-STAMP.
030200     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='INVDEPR -'==
030300                             ==:PROGVERS:== BY =='Version 001'==.
030400*=================================================================
030500*    1000-INITIALIZE - PERIOD, SEAL CHECK, TABLES, OPEN FILES
030600*=================================================================
030700 1000-INITIALIZE.
030710     MOVE ZEROS TO WS-STORE-RUN-TOTALS
030800     MOVE 'INVDEPR' TO RCHK-CALLER
030900     CALL 'REGCHK' USING REGION-CHECK
031000     IF RCHK-MISMATCH
031100         DISPLAY 'INVDEPR: REGION INTERLOCK - UPDATES REFUSED'
031200         MOVE 12 TO RETURN-CODE
031300         STOP RUN
031400     END-IF
031500     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
031600     MOVE WS-CURRENT-DATE-YYYYMMDD (1:6) TO WS-PERIOD-YYYYMM
031700     PERFORM 1050-LOAD-PERIOD-CARD
031800     PERFORM 1060-LOAD-CLOSE-CONTROL
031900     OPEN OUTPUT DEPRRPT-RPT
032000     IF NOT RCHK-IN-PROD
032100         WRITE DEPRRPT-LINE FROM RCHK-WATERMARK
032200     END-IF
032300     MOVE WS-PERIOD-YYYYMM TO HD-PERIOD
032400     WRITE DEPRRPT-LINE FROM WS-HEAD-LINE
032500     WRITE DEPRRPT-LINE FROM WS-COLUMN-LINE
032600     ADD 2 TO WS-REPORT-LINES
032700     IF WS-PERIOD-YYYYMM <= WS-CLOSED-YYYYMM
032800         DISPLAY 'INVDEPR: PERIOD ' WS-PERIOD-YYYYMM
032900             ' IS CLOSED - NOTHING DEPRECIATED'
033000         MOVE 8 TO RETURN-CODE
033100         MOVE 'N' TO WS-RUN-OK-SW
033200         MOVE 'Y' TO WS-EOF-SW
033300     ELSE
033400         MOVE ZERO TO WS-TIER-TOTALS
033500         PERFORM 1100-LOAD-DEPR-METHODS
033600         PERFORM 1200-LOAD-REPL-COST-TABLE
033700         PERFORM 1300-LOAD-TITLE-COSTS
033800         PERFORM 1400-OPEN-THE-FILES
033900     END-IF.
034000*=================================================================
034100*    1050-LOAD-PERIOD-CARD - PERIOD OVERRIDE FOR A LATE RUN
034200*=================================================================
034300 1050-LOAD-PERIOD-CARD.
034400     OPEN INPUT DEPRCARD-FILE
034500     IF FC-DEPRCARD-STATUS = '00'
034600         READ DEPRCARD-FILE
034700             AT END
034800                 CONTINUE
034900             NOT AT END
035000                 IF DC-PERIOD-YYYYMM NUMERIC
035100                     AND DC-PERIOD-YYYYMM > ZERO
035200                     MOVE DC-PERIOD-YYYYMM
035300                         TO WS-PERIOD-YYYYMM
035400                 END-IF
035500         END-READ
035600     END-IF
035700     CLOSE DEPRCARD-FILE.
035800*=================================================================
035900*    1060-LOAD-CLOSE-CONTROL - LAST SEALED PERIOD
036000*=================================================================
036100 1060-LOAD-CLOSE-CONTROL.
036200     OPEN INPUT CLOSECTL-FILE
036300     IF FC-CLOSECTL-STATUS = '00'
036400         READ CLOSECTL-FILE
036500             AT END
036600                 CONTINUE
036700             NOT AT END
036800                 IF CC-CLOSED-YYYYMM NUMERIC
036900                     MOVE CC-CLOSED-YYYYMM
037000                         TO WS-CLOSED-YYYYMM
037100                 END-IF
037200         END-READ
037300     END-IF
037400     CLOSE CLOSECTL-FILE.
037500*=================================================================
037600*    1100-LOAD-DEPR-METHODS - HOUSE DEFAULTS, THEN DEPRCTL
037700*=================================================================
037800 1100-LOAD-DEPR-METHODS.
037900     MOVE 2     TO WS-METHOD-COUNT
038000     MOVE 'N'   TO WS-MT-TIER (1)
038100     MOVE 'D'   TO WS-MT-METHOD (1)
038200     MOVE 12    TO WS-MT-LIFE (1)
038300     MOVE 'C'   TO WS-MT-TIER (2)
038400     MOVE 'S'   TO WS-MT-METHOD (2)
038500     MOVE 36    TO WS-MT-LIFE (2)
038600     MOVE 'N' TO WS-LOAD-EOF-SW
038700     OPEN INPUT DEPRCTL-FILE
038800     IF FC-DEPRCTL-STATUS NOT = '00'
038900         MOVE 'Y' TO WS-LOAD-EOF-SW
039000     END-IF
039100     PERFORM 1110-STORE-ONE-METHOD
039200         UNTIL WS-LOAD-EOF
039300     CLOSE DEPRCTL-FILE.
039400*=================================================================
039500*    1110-STORE-ONE-METHOD - A LINE FOR A TIER ALREADY IN THE
039600*    TABLE REPLACES IT
039700*=================================================================
039800 1110-STORE-ONE-METHOD.
039900     READ DEPRCTL-FILE
040000         AT END
040100             MOVE 'Y' TO WS-LOAD-EOF-SW
040200     END-READ
040300     IF NOT WS-LOAD-EOF
040400         AND (DL-METHOD = 'S' OR DL-METHOD = 'D')
040500         AND DL-LIFE-MONTHS NUMERIC
040600         AND DL-LIFE-MONTHS > ZERO
040700         SET WS-METHOD-IDX TO 1
040800         SEARCH WS-METHOD-ENTRY
040900             AT END
041000                 IF WS-METHOD-COUNT < 10
041100                     ADD 1 TO WS-METHOD-COUNT
041200                     SET WS-METHOD-IDX TO WS-METHOD-COUNT
041300                     MOVE DL-TIER
041400                         TO WS-MT-TIER (WS-METHOD-IDX)
041500                     MOVE DL-METHOD
041600                         TO WS-MT-METHOD (WS-METHOD-IDX)
041700                     MOVE DL-LIFE-MONTHS
041800                         TO WS-MT-LIFE (WS-METHOD-IDX)
041900                 END-IF
042000             WHEN WS-MT-TIER (WS-METHOD-IDX) = DL-TIER
042100                 MOVE DL-METHOD
042200                     TO WS-MT-METHOD (WS-METHOD-IDX)
042300                 MOVE DL-LIFE-MONTHS
042400                     TO WS-MT-LIFE (WS-METHOD-IDX)
042500         END-SEARCH
042600     END-IF.
042700*=================================================================
042800*    1200-LOAD-REPL-COST-TABLE - THE FORMAT/TIER COSTS
042900*=================================================================
043000 1200-LOAD-REPL-COST-TABLE.
043100     MOVE 'N' TO WS-LOAD-EOF-SW
043200     OPEN INPUT REPLCOST-FILE
043300     IF FC-REPLCOST-STATUS NOT = '00'
043400         DISPLAY 'INVDEPR: REPLCOST NOT AVAILABLE, '
043500             'USING DEFAULT COST'
043600         MOVE 'Y' TO WS-LOAD-EOF-SW
043700     END-IF
043800     PERFORM 1210-STORE-REPL-COST-ENTRY
043900         UNTIL WS-LOAD-EOF
044000     CLOSE REPLCOST-FILE.
044100*=================================================================
044200*    1210-STORE-REPL-COST-ENTRY
044300*=================================================================
044400 1210-STORE-REPL-COST-ENTRY.
044500     READ REPLCOST-FILE
044600         AT END
044700             MOVE 'Y' TO WS-LOAD-EOF-SW
044800     END-READ
044900     IF NOT WS-LOAD-EOF
045000         AND REPL-COST-ENTRY-COUNT < REPL-COST-MAX-ENTRIES
045100         ADD 1 TO REPL-COST-ENTRY-COUNT
045200         MOVE RC-FORMAT
045300             TO REPL-COST-FORMAT (REPL-COST-ENTRY-COUNT)
045400         MOVE RC-TIER
045500             TO REPL-COST-TIER (REPL-COST-ENTRY-COUNT)
045600         MOVE RC-COST-AMT
045700             TO REPL-COST-AMT (REPL-COST-ENTRY-COUNT)
045800     END-IF.
045900*=================================================================
046000*    1300-LOAD-TITLE-COSTS - COPIES RECEIVED AND WHAT THEY COST,
046100*    BY TITLE, FOR COSTING A COPY THAT CARRIES NO COST
046200*=================================================================
046300 1300-LOAD-TITLE-COSTS.
046400     MOVE 'N' TO WS-LOAD-EOF-SW
046500     OPEN INPUT POFILE
046600     IF FC-POFILE-STATUS NOT = '00'
046700         MOVE 'Y' TO WS-LOAD-EOF-SW
046800     END-IF
046900     PERFORM 1310-TAKE-ONE-RECEIPT
047000         UNTIL WS-LOAD-EOF
047100     CLOSE POFILE.
047200*=================================================================
047300*    1310-TAKE-ONE-RECEIPT
047400*=================================================================
047500 1310-TAKE-ONE-RECEIPT.
047600     READ POFILE NEXT RECORD
047700         AT END
047800             MOVE 'Y' TO WS-LOAD-EOF-SW
047900     END-READ
048000     IF NOT WS-LOAD-EOF
048100         AND PO-QTY-RECEIVED > ZERO
048200         AND PO-UNIT-COST > ZERO
048250         AND NOT PO-FOR-MERCHANDISE
048300         SET WS-TC-IDX TO 1
048400         SEARCH WS-TC-ENTRY
048500             AT END
048600                 IF WS-TC-COUNT < 3000
048700                     ADD 1 TO WS-TC-COUNT
048800                     SET WS-TC-IDX TO WS-TC-COUNT
048900                     MOVE PO-VIDEO-CODE
049000                         TO WS-TC-VIDEO-CODE (WS-TC-IDX)
049100                     MOVE PO-QTY-RECEIVED
049200                         TO WS-TC-QTY (WS-TC-IDX)
049300                     COMPUTE WS-TC-COST (WS-TC-IDX) =
049400                         PO-QTY-RECEIVED * PO-UNIT-COST
049500                 END-IF
049600             WHEN WS-TC-VIDEO-CODE (WS-TC-IDX) = PO-VIDEO-CODE
049700                 ADD PO-QTY-RECEIVED TO WS-TC-QTY (WS-TC-IDX)
049800                 COMPUTE WS-TC-COST (WS-TC-IDX) =
049900                     WS-TC-COST (WS-TC-IDX)
050000                     + (PO-QTY-RECEIVED * PO-UNIT-COST)
050100         END-SEARCH
050200     END-IF.
050300*=================================================================
050400*    1400-OPEN-THE-FILES
050500*=================================================================
050600 1400-OPEN-THE-FILES.
050700     OPEN INPUT VIDOFILE
050800     IF FC-VIDOFILE-STATUS = '00'
050900         MOVE 'Y' TO WS-VIDOFILE-AVAIL-SW
051000     END-IF
051100     OPEN I-O CPYFILE
051200     IF FC-CPYFILE-STATUS NOT = '00'
051300         AND FC-CPYFILE-STATUS NOT = '05'
051400         DISPLAY 'INVDEPR: UNABLE TO OPEN CPYFILE, STATUS='
051500             FC-CPYFILE-STATUS
051600         MOVE 8 TO RETURN-CODE
051700         MOVE 'N' TO WS-RUN-OK-SW
051800         MOVE 'Y' TO WS-EOF-SW
051900     END-IF
052000     OPEN I-O LEDGFILE
052100     IF FC-LEDGFILE-STATUS NOT = '00'
052200         AND FC-LEDGFILE-STATUS NOT = '05'
052300         DISPLAY 'INVDEPR: UNABLE TO OPEN LEDGFILE, STATUS='
052400             FC-LEDGFILE-STATUS
052500         MOVE 8 TO RETURN-CODE
052600         MOVE 'N' TO WS-RUN-OK-SW
052700         MOVE 'Y' TO WS-EOF-SW
052800     END-IF.
052900*=================================================================
053000*    2000-DEPRECIATE-ONE-COPY - COST THE COPY IF IT HAS NONE,
053100*    THEN DEPRECIATE IT IF IN SERVICE OR RELIEVE IT IF RETIRED
053200*=================================================================
053300 2000-DEPRECIATE-ONE-COPY.
053400     READ CPYFILE NEXT RECORD
053500         AT END
053600             MOVE 'Y' TO WS-EOF-SW
053700     END-READ
053800     IF NOT WS-EOF
053900         ADD 1 TO WS-COPIES-READ
054000         MOVE 'N'    TO WS-COPY-CHANGED-SW
054100         MOVE SPACE  TO WS-COST-FLAG
054200         MOVE SPACES TO WS-COPY-NOTE
054300         IF COPY-ACQUIRED-COST NOT NUMERIC
054400             MOVE ZERO TO COPY-ACQUIRED-COST
054500         END-IF
054600         IF COPY-ACCUM-DEPREC NOT NUMERIC
054700             MOVE ZERO TO COPY-ACCUM-DEPREC
054800         END-IF
054900         IF COPY-DEPREC-PERIOD NOT NUMERIC
055000             MOVE ZERO TO COPY-DEPREC-PERIOD
055100         END-IF
055200         PERFORM 2100-NAME-THE-TITLE
055300         IF COPY-ACQUIRED-COST = ZERO
055400             AND COPY-ON-BOOKS
055500             PERFORM 2200-ESTABLISH-COST
055600         END-IF
055700         EVALUATE TRUE
055800             WHEN COPY-ON-SHELF
055900             WHEN COPY-RENTED
056000             WHEN COPY-IN-TRANSIT
056100                 PERFORM 2300-DEPRECIATE-IN-SERVICE
056200             WHEN COPY-WRITTEN-OFF
056300             WHEN COPY-SOLD
056400             WHEN COPY-RETURNED-TO-VENDOR
056500                 IF COPY-ON-BOOKS
056600                     PERFORM 2400-RELIEVE-RETIRED-COPY
056700                 END-IF
056800             WHEN OTHER
056900                 CONTINUE
057000         END-EVALUATE
057100         IF WS-COPY-CHANGED
057200             REWRITE COPY-RECORD
057300                 INVALID KEY
057400                     DISPLAY 'INVDEPR: CPYFILE REWRITE FAILED='
057500                         COPY-VIDEO-CODE '/' COPY-NUMBER
057600             END-REWRITE
057700         END-IF
057800     END-IF.
057900*=================================================================
058000*    2100-NAME-THE-TITLE - FORMAT AND TIER FROM VIDOFILE, READ
058100*    ONCE PER TITLE SINCE CPYFILE RUNS IN TITLE ORDER
058200*=================================================================
058300 2100-NAME-THE-TITLE.
058400     IF COPY-VIDEO-CODE NOT = WS-NAMED-CODE
058500         MOVE COPY-VIDEO-CODE TO WS-NAMED-CODE
058600         MOVE SPACE TO WS-TITLE-FORMAT
058700         MOVE SPACE TO WS-TITLE-TIER
058800         IF WS-VIDOFILE-AVAIL
058900             MOVE COPY-VIDEO-CODE TO VIDEO-CODE
059000             READ VIDOFILE
059100                 NOT INVALID KEY
059200                     MOVE VIDEO-MEDIA-FORMAT TO WS-TITLE-FORMAT
059300                     MOVE VIDEO-PRICE-TIER   TO WS-TITLE-TIER
059400             END-READ
059500         END-IF
059600     END-IF.
059700*=================================================================
059800*    2200-ESTABLISH-COST - AVERAGE RECEIVED COST FOR THE TITLE,
059900*    ELSE THE REPLCOST FIGURE, STAMPED ONTO THE COPY FOR GOOD
060000*=================================================================
060100 2200-ESTABLISH-COST.
060200     MOVE 'N' TO WS-TC-FOUND-SW
060300     IF WS-TC-COUNT > ZERO
060400         SET WS-TC-IDX TO 1
060500         SEARCH WS-TC-ENTRY
060600             AT END
060700                 CONTINUE
060800             WHEN WS-TC-IDX > WS-TC-COUNT
060900                 CONTINUE
061000             WHEN WS-TC-VIDEO-CODE (WS-TC-IDX) = COPY-VIDEO-CODE
061100                 MOVE 'Y' TO WS-TC-FOUND-SW
061200                 COMPUTE COPY-ACQUIRED-COST ROUNDED =
061300                     WS-TC-COST (WS-TC-IDX)
061310                     / WS-TC-QTY (WS-TC-IDX)
061400         END-SEARCH
061500     END-IF
061600     IF WS-TC-FOUND
061700         MOVE 'COST SET FROM PO'   TO WS-COPY-NOTE
061800     ELSE
061900         MOVE WS-REPL-COST-DEFAULT TO COPY-ACQUIRED-COST
062000         IF REPL-COST-ENTRY-COUNT > 0
062100             SET REPL-COST-IDX TO 1
062200             SEARCH REPL-COST-ENTRY
062300                 AT END
062400                     CONTINUE
062500                 WHEN REPL-COST-FORMAT (REPL-COST-IDX)
062600                         = WS-TITLE-FORMAT
062700                     AND REPL-COST-TIER (REPL-COST-IDX)
062800                         = WS-TITLE-TIER
062900                     MOVE REPL-COST-AMT (REPL-COST-IDX)
063000                         TO COPY-ACQUIRED-COST
063100             END-SEARCH
063200         END-IF
063300         MOVE 'COST FROM REPLCOST' TO WS-COPY-NOTE
063400     END-IF
063500     MOVE '*' TO WS-COST-FLAG
063600     MOVE 'Y' TO WS-COPY-CHANGED-SW
063700     ADD 1 TO WS-COPIES-COSTED.
063800*=================================================================
063900*    2300-DEPRECIATE-IN-SERVICE - WORK OUT WHAT THE COPY'S
064000*    ACCUMULATED DEPRECIATION SHOULD BE AT PERIOD END AND BOOK
064100*    THE DIFFERENCE
064200*=================================================================
064300 2300-DEPRECIATE-IN-SERVICE.
064400     PERFORM 2310-FIND-THE-METHOD
064500     MOVE ZERO TO WS-MONTH-EXPENSE
064600     MOVE COPY-ACQUIRED-DATE TO WS-ACQUIRED-DATE
064700     IF COPY-ACQUIRED-DATE NOT NUMERIC
064800         OR COPY-ACQUIRED-DATE = ZERO
064900         MOVE ZERO TO WS-COPY-MONTHS
065000         MOVE 'NO ACQUIRED DATE' TO WS-COPY-NOTE
065100         ADD 1 TO WS-COPIES-UNDATED
065200     ELSE
065300         COMPUTE WS-COPY-MONTHS =
065400             (WS-PERIOD-YYYY * 12 + WS-PERIOD-MM)
065500             - (WS-ACQUIRED-YYYY * 12 + WS-ACQUIRED-MM) + 1
065600     END-IF
065700     IF WS-COPY-MONTHS > ZERO
065800         AND COPY-DEPREC-PERIOD < WS-PERIOD-YYYYMM
065900         PERFORM 2320-COMPUTE-TARGET
066000         IF WS-TARGET-ACCUM > COPY-ACCUM-DEPREC
066100             COMPUTE WS-MONTH-EXPENSE =
066200                 WS-TARGET-ACCUM - COPY-ACCUM-DEPREC
066300             ADD WS-MONTH-EXPENSE TO COPY-ACCUM-DEPREC
066400             ADD WS-MONTH-EXPENSE TO WS-PERIOD-EXPENSE
066410             PERFORM 2340-FIND-COPY-STORE
066420             ADD WS-MONTH-EXPENSE
066430                 TO WS-SR-EXPENSE (WS-COPY-STORE-SUB)
066500             ADD 1 TO WS-COPIES-DEPRECIATED
066600         END-IF
066700         MOVE WS-PERIOD-YYYYMM TO COPY-DEPREC-PERIOD
066800         MOVE 'Y' TO WS-COPY-CHANGED-SW
066900         IF COPY-ACCUM-DEPREC NOT < COPY-ACQUIRED-COST
067000             AND WS-COPY-NOTE = SPACES
067100             MOVE 'FULLY DEPRECIATED' TO WS-COPY-NOTE
067200         END-IF
067300     END-IF
067400     IF WS-COPY-MONTHS > ZERO
067500         OR COPY-ACQUIRED-DATE NOT NUMERIC
067600         OR COPY-ACQUIRED-DATE = ZERO
067700         PERFORM 2330-ADD-TIER-TOTALS
067800         PERFORM 2600-WRITE-SCHEDULE-LINE
067900     END-IF.
068000*=================================================================
068100*    2310-FIND-THE-METHOD - METHOD AND LIFE FOR THE TITLE'S TIER
068200*=================================================================
068300 2310-FIND-THE-METHOD.
068400     MOVE WS-DEFAULT-METHOD TO WS-COPY-METHOD
068500     MOVE WS-DEFAULT-LIFE   TO WS-COPY-LIFE
068600     SET WS-METHOD-IDX TO 1
068700     SEARCH WS-METHOD-ENTRY
068800         AT END
068900             CONTINUE
069000         WHEN WS-METHOD-IDX > WS-METHOD-COUNT
069100             CONTINUE
069200         WHEN WS-MT-TIER (WS-METHOD-IDX) = WS-TITLE-TIER
069300             MOVE WS-MT-METHOD (WS-METHOD-IDX) TO WS-COPY-METHOD
069400             MOVE WS-MT-LIFE (WS-METHOD-IDX)   TO WS-COPY-LIFE
069500     END-SEARCH.
069600*=================================================================
069700*    2320-COMPUTE-TARGET - ACCUMULATED DEPRECIATION AT THE END
069800*    OF MONTH N OF THE LIFE: STRAIGHT LINE COST * N / LIFE;
069900*    DOUBLE DECLINING COST * (1 - (1 - 2/LIFE) ** N); THE FULL
070000*    COST ONCE THE LIFE IS UP
070100*=================================================================
070200 2320-COMPUTE-TARGET.
070300     IF WS-COPY-MONTHS NOT < WS-COPY-LIFE
070400         MOVE COPY-ACQUIRED-COST TO WS-TARGET-ACCUM
070500     ELSE
070600         IF WS-COPY-METHOD = 'D'
070700             AND WS-COPY-LIFE > 2
070800             COMPUTE WS-DDB-RATE = 1 - (2 / WS-COPY-LIFE)
070900             COMPUTE WS-DDB-REMAINING =
071000                 WS-DDB-RATE ** WS-COPY-MONTHS
071100             COMPUTE WS-TARGET-ACCUM ROUNDED =
071200                 COPY-ACQUIRED-COST
071300                 - (COPY-ACQUIRED-COST * WS-DDB-REMAINING)
071400         ELSE
071500             COMPUTE WS-TARGET-ACCUM ROUNDED =
071600                 COPY-ACQUIRED-COST * WS-COPY-MONTHS
071700                 / WS-COPY-LIFE
071800         END-IF
071900     END-IF
072000     IF WS-TARGET-ACCUM > COPY-ACQUIRED-COST
072100         MOVE COPY-ACQUIRED-COST TO WS-TARGET-ACCUM
072200     END-IF.
072300*=================================================================
072400*    2330-ADD-TIER-TOTALS
072500*=================================================================
072600 2330-ADD-TIER-TOTALS.
072700     MOVE 3 TO WS-TIER-SUB
072800     IF WS-TITLE-TIER = WS-TIER-CODE (1)
072900         MOVE 1 TO WS-TIER-SUB
073000     END-IF
073100     IF WS-TITLE-TIER = WS-TIER-CODE (2)
073200         MOVE 2 TO WS-TIER-SUB
073300     END-IF
073400     ADD 1                  TO WS-TT-COPIES (WS-TIER-SUB)
073500     ADD COPY-ACQUIRED-COST TO WS-TT-COST (WS-TIER-SUB)
073600     ADD WS-MONTH-EXPENSE   TO WS-TT-EXPENSE (WS-TIER-SUB)
073700     ADD COPY-ACCUM-DEPREC  TO WS-TT-ACCUM (WS-TIER-SUB).
073705*=================================================================
073710*    2340-FIND-COPY-STORE - LEDGER SLOT FOR THE COPY'S STORE,
073715*    HEAD OFFICE WHEN THE COPY CARRIES NONE
073720*=================================================================
073725 2340-FIND-COPY-STORE.
073730     IF COPY-STORE-CODE NUMERIC
073735         COMPUTE WS-COPY-STORE-SUB = COPY-STORE-CODE + 1
073740     ELSE
073745         MOVE 1 TO WS-COPY-STORE-SUB
073750     END-IF.
073800*=================================================================
073900*    2400-RELIEVE-RETIRED-COPY - A COPY GONE FROM SERVICE BY A
074000*    ROUTE THAT DID NOT TAKE IT OFF THE BOOKS: COST OUT OF 1500,
074100*    ITS DEPRECIATION OUT OF 1510, THE BOOK VALUE TO WRITE-OFFS
074200*=================================================================
074300 2400-RELIEVE-RETIRED-COPY.
074400     MOVE ZERO TO WS-MONTH-EXPENSE
074500     MOVE ZERO TO WS-COPY-MONTHS
074600     PERFORM 2310-FIND-THE-METHOD
074700     IF COPY-ACCUM-DEPREC > COPY-ACQUIRED-COST
074800         MOVE COPY-ACQUIRED-COST TO COPY-ACCUM-DEPREC
074900     END-IF
075000     ADD COPY-ACQUIRED-COST TO WS-DISP-COST
075100     ADD COPY-ACCUM-DEPREC  TO WS-DISP-ACCUM
075200     COMPUTE WS-DISP-BOOK =
075300         WS-DISP-BOOK + COPY-ACQUIRED-COST - COPY-ACCUM-DEPREC
075310     PERFORM 2340-FIND-COPY-STORE
075320     ADD COPY-ACQUIRED-COST
075330         TO WS-SR-DISP-COST (WS-COPY-STORE-SUB)
075340     ADD COPY-ACCUM-DEPREC
075350         TO WS-SR-DISP-ACCUM (WS-COPY-STORE-SUB)
075360     COMPUTE WS-SR-DISP-BOOK (WS-COPY-STORE-SUB) =
075370         WS-SR-DISP-BOOK (WS-COPY-STORE-SUB)
075380         + COPY-ACQUIRED-COST - COPY-ACCUM-DEPREC
075400     MOVE 'R' TO COPY-BOOK-STATUS
075500     MOVE 'Y' TO WS-COPY-CHANGED-SW
075600     ADD 1 TO WS-COPIES-RELIEVED
075700     EVALUATE TRUE
075800         WHEN COPY-WRITTEN-OFF
075900             MOVE 'RELIEVED - W/O'  TO WS-COPY-NOTE
076000         WHEN COPY-SOLD
076100             MOVE 'RELIEVED - SOLD' TO WS-COPY-NOTE
076200         WHEN OTHER
076300             MOVE 'RELIEVED - RTV'  TO WS-COPY-NOTE
076400     END-EVALUATE
076500     PERFORM 2600-WRITE-SCHEDULE-LINE.
076600*=================================================================
076700*    2600-WRITE-SCHEDULE-LINE
076800*=================================================================
076900 2600-WRITE-SCHEDULE-LINE.
077000     IF COPY-ACCUM-DEPREC > COPY-ACQUIRED-COST
077100         MOVE ZERO TO WS-BOOK-VALUE
077200     ELSE
077300         COMPUTE WS-BOOK-VALUE =
077400             COPY-ACQUIRED-COST - COPY-ACCUM-DEPREC
077500     END-IF
077600     MOVE COPY-VIDEO-CODE     TO SD-VIDEO-CODE
077700     MOVE COPY-NUMBER         TO SD-COPY-NUMBER
077800     MOVE WS-TITLE-TIER       TO SD-TIER
077900     MOVE WS-COPY-METHOD      TO SD-METHOD
078000     IF COPY-ACQUIRED-DATE NUMERIC
078100         MOVE COPY-ACQUIRED-DATE TO SD-ACQUIRED-DATE
078200     ELSE
078300         MOVE ZERO TO SD-ACQUIRED-DATE
078400     END-IF
078500     MOVE COPY-ACQUIRED-COST  TO SD-COST
078600     MOVE WS-COST-FLAG        TO SD-COST-FLAG
078700     IF WS-COPY-MONTHS > 999
078800         MOVE 999 TO SD-MONTHS
078900     ELSE
079000         MOVE WS-COPY-MONTHS TO SD-MONTHS
079100     END-IF
079200     MOVE WS-MONTH-EXPENSE    TO SD-EXPENSE
079300     MOVE COPY-ACCUM-DEPREC   TO SD-ACCUM
079400     MOVE WS-BOOK-VALUE       TO SD-BOOK-VALUE
079500     MOVE WS-COPY-NOTE        TO SD-NOTE
079600     WRITE DEPRRPT-LINE FROM WS-SCHEDULE-DETAIL
079700     ADD 1 TO WS-REPORT-LINES.
079800*=================================================================
079900*    3000-POST-TO-LEDGER - THE PERIOD'S EXPENSE AND DISPOSALS
079910*    STRAIGHT INTO THE MONTH-TO-DATE LEDGER, STORE BY STORE
080100*=================================================================
080200 3000-POST-TO-LEDGER.
080210     PERFORM 3010-POST-ONE-STORE
080220         VARYING WS-STORE-SUB FROM 1 BY 1
080230         UNTIL WS-STORE-SUB > 100.
080240*=================================================================
080250*    3010-POST-ONE-STORE
080260*=================================================================
080270 3010-POST-ONE-STORE.
080280     COMPUTE WS-POST-STORE = WS-STORE-SUB - 1
080290     IF WS-SR-EXPENSE (WS-STORE-SUB) > ZERO
080400         MOVE 5400 TO WS-POST-ACCOUNT
080500         MOVE 'DR' TO WS-POST-DR-CR
080510         MOVE WS-SR-EXPENSE (WS-STORE-SUB) TO WS-POST-AMOUNT
080700         PERFORM 3100-POST-ONE-ENTRY
080800         MOVE 1510 TO WS-POST-ACCOUNT
080900         MOVE 'CR' TO WS-POST-DR-CR
081000         PERFORM 3100-POST-ONE-ENTRY
081100     END-IF
081110     IF WS-SR-DISP-COST (WS-STORE-SUB) > ZERO
081120         IF WS-SR-DISP-ACCUM (WS-STORE-SUB) > ZERO
081400             MOVE 1510 TO WS-POST-ACCOUNT
081500             MOVE 'DR' TO WS-POST-DR-CR
081510             MOVE WS-SR-DISP-ACCUM (WS-STORE-SUB)
081520                 TO WS-POST-AMOUNT
081700             PERFORM 3100-POST-ONE-ENTRY
081800         END-IF
081810         IF WS-SR-DISP-BOOK (WS-STORE-SUB) > ZERO
082000             MOVE 5100 TO WS-POST-ACCOUNT
082100             MOVE 'DR' TO WS-POST-DR-CR
082110             MOVE WS-SR-DISP-BOOK (WS-STORE-SUB)
082120                 TO WS-POST-AMOUNT
082300             PERFORM 3100-POST-ONE-ENTRY
082400         END-IF
082500         MOVE 1500 TO WS-POST-ACCOUNT
082600         MOVE 'CR' TO WS-POST-DR-CR
082610         MOVE WS-SR-DISP-COST (WS-STORE-SUB) TO WS-POST-AMOUNT
082800         PERFORM 3100-POST-ONE-ENTRY
082900     END-IF.
083000*=================================================================
083010*    3100-POST-ONE-ENTRY - FIND OR CREATE THE PERIOD/ACCOUNT/
083020*    STORE LEDGER RECORD AND ACCUMULATE, AS GLPOST DOES
083300*=================================================================
083400 3100-POST-ONE-ENTRY.
083500     MOVE 'Y' TO WS-LEDG-ON-FILE-SW
083600     MOVE WS-PERIOD-YYYYMM TO LEDG-PERIOD-YYYYMM
083700     MOVE WS-POST-ACCOUNT  TO LEDG-ACCOUNT
083710     MOVE WS-POST-STORE    TO LEDG-STORE-CODE
083800     READ LEDGFILE
083900         INVALID KEY
084000             MOVE 'N' TO WS-LEDG-ON-FILE-SW
084100     END-READ
084200     IF NOT WS-LEDG-ON-FILE
084300         MOVE WS-PERIOD-YYYYMM TO LEDG-PERIOD-YYYYMM
084400         MOVE WS-POST-ACCOUNT  TO LEDG-ACCOUNT
084410         MOVE WS-POST-STORE    TO LEDG-STORE-CODE
084500         MOVE ZERO TO LEDG-DEBITS
084600         MOVE ZERO TO LEDG-CREDITS
084700     END-IF
084800     IF WS-POST-DR-CR = 'DR'
084900         ADD WS-POST-AMOUNT TO LEDG-DEBITS
085000     ELSE
085100         ADD WS-POST-AMOUNT TO LEDG-CREDITS
085200     END-IF
085300     IF WS-LEDG-ON-FILE
085400         REWRITE LEDGER-RECORD
085500             INVALID KEY
085600                 DISPLAY 'INVDEPR: LEDGFILE REWRITE FAILED='
085700                     LEDG-ACCOUNT
085800                 MOVE 8 TO RETURN-CODE
085900             NOT INVALID KEY
086000                 ADD 1 TO WS-LEDGER-ENTRIES
086100         END-REWRITE
086200     ELSE
086300         WRITE LEDGER-RECORD
086400             INVALID KEY
086500                 DISPLAY 'INVDEPR: LEDGFILE WRITE FAILED='
086600                     LEDG-ACCOUNT
086700                 MOVE 8 TO RETURN-CODE
086800             NOT INVALID KEY
086900                 ADD 1 TO WS-LEDGER-ENTRIES
087000         END-WRITE
087100     END-IF.
087200*=================================================================
087300*    4000-PRINT-TOTALS - BY TIER, THEN THE AMOUNTS POSTED
087400*=================================================================
087500 4000-PRINT-TOTALS.
087600     MOVE SPACES TO DEPRRPT-LINE
087700     WRITE DEPRRPT-LINE
087800     ADD 1 TO WS-REPORT-LINES
087900     PERFORM 4100-PRINT-ONE-TIER
088000         VARYING WS-TIER-SUB FROM 1 BY 1
088100         UNTIL WS-TIER-SUB > 3
088200     MOVE 'DEPRECIATION EXPENSE 5400' TO TT-LABEL
088300     MOVE WS-PERIOD-EXPENSE TO TT-AMOUNT
088400     PERFORM 4200-PRINT-TOTAL-LINE
088500     MOVE 'RETIRED COPIES COST 1500' TO TT-LABEL
088600     MOVE WS-DISP-COST TO TT-AMOUNT
088700     PERFORM 4200-PRINT-TOTAL-LINE
088800     MOVE 'RETIRED COPIES DEPREC 1510' TO TT-LABEL
088900     MOVE WS-DISP-ACCUM TO TT-AMOUNT
089000     PERFORM 4200-PRINT-TOTAL-LINE
089100     MOVE 'RETIRED AT BOOK VALUE 5100' TO TT-LABEL
089200     MOVE WS-DISP-BOOK TO TT-AMOUNT
089300     PERFORM 4200-PRINT-TOTAL-LINE.
089400*=================================================================
089500*    4100-PRINT-ONE-TIER - TIERS WITH NO COPIES ARE SKIPPED
089600*=================================================================
089700 4100-PRINT-ONE-TIER.
089800     IF WS-TT-COPIES (WS-TIER-SUB) > ZERO
089900         MOVE WS-TIER-CODE (WS-TIER-SUB)  TO TL-TIER
090000         MOVE WS-TT-COPIES (WS-TIER-SUB)  TO TL-COPIES
090100         MOVE WS-TT-COST (WS-TIER-SUB)    TO TL-COST
090200         MOVE WS-TT-EXPENSE (WS-TIER-SUB) TO TL-EXPENSE
090300         MOVE WS-TT-ACCUM (WS-TIER-SUB)   TO TL-ACCUM
090400         WRITE DEPRRPT-LINE FROM WS-TIER-LINE
090500         ADD 1 TO WS-REPORT-LINES
090600     END-IF.
090700*=================================================================
090800*    4200-PRINT-TOTAL-LINE
090900*=================================================================
091000 4200-PRINT-TOTAL-LINE.
091100     WRITE DEPRRPT-LINE FROM WS-TOTAL-LINE
091200     ADD 1 TO WS-REPORT-LINES.
091300*=================================================================
091400*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
091500*=================================================================
091600 6000-TERMINATE.
091700     IF WS-RUN-OK
091800         CLOSE CPYFILE
091900         CLOSE LEDGFILE
092000     END-IF
092100     IF WS-VIDOFILE-AVAIL
092200         CLOSE VIDOFILE
092300     END-IF
092400     CLOSE DEPRRPT-RPT
092500     IF WS-COPIES-UNDATED > ZERO
092600         AND RETURN-CODE = ZERO
092700         MOVE 4 TO RETURN-CODE
092800     END-IF
092900     DISPLAY 'INVDEPR: PERIOD            = ' WS-PERIOD-YYYYMM
093000     DISPLAY 'INVDEPR: COPIES READ       = ' WS-COPIES-READ
093100     DISPLAY 'INVDEPR: COPIES DEPRECIATED= '
093200         WS-COPIES-DEPRECIATED
093300     DISPLAY 'INVDEPR: COPIES COSTED     = ' WS-COPIES-COSTED
093400     DISPLAY 'INVDEPR: COPIES RELIEVED   = ' WS-COPIES-RELIEVED
093500     DISPLAY 'INVDEPR: NO ACQUIRED DATE  = ' WS-COPIES-UNDATED
093600     DISPLAY 'INVDEPR: PERIOD EXPENSE    = ' WS-PERIOD-EXPENSE
093700     DISPLAY 'INVDEPR: LEDGER POSTINGS   = ' WS-LEDGER-ENTRIES.
093800*=================================================================
093900*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
094000*=================================================================
094100 9000-DISPLAY-VERSION-TRAILER.
094200     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='INVDEPR -'==
094300                             ==:LINECOUNT:== BY
094400                                 WS-REPORT-LINES.
