000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    ROYALTY.
000400 AUTHOR.        VIDEO-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 VSG   INITIAL VERSION - MONTHLY FRANCHISE ROYALTY
001200*                   AND ADVERTISING-FUND REMITTANCE.
001300*=================================================================
001400*  WORKS OUT THE ROYALTY AND ADVERTISING-FUND CONTRIBUTION OWED
001500*  TO HEAD OFFICE UNDER THE FRANCHISE AGREEMENT FOR ONE MONTH.
001600*  THE MONTH IS ROYCARD COLUMNS 1-6 (YYYYMM), DEFAULT THE MONTH
001700*  BEFORE THE BUSINESS DATE.  THE REVENUE BASE IS EVERY REVENUE
001800*  ACCOUNT (4000-4999) STORE BY STORE, CREDITS LESS DEBITS, SO
001900*  FEES WAIVED (4150) COME OFF IT.  SALES TAX (2200) AND GIFT-
002000*  CERTIFICATE SALES (2300) ARE LIABILITIES, NOT REVENUE, AND
002100*  NEVER ENTER THE BASE; ANY REVENUE ACCOUNT THE AGREEMENT
002200*  EXCLUDES IS NAMED ON AN 'X' CARD IN ROYCTL AND SHOWN AS
002300*  EXCLUDED.  A STORE WHOSE QUALIFYING REVENUE COMES TO LESS
002400*  THAN NOTHING OWES NOTHING.
002500*
002600*  WHEN CLOSECTL SHOWS THE MONTH AS SEALED THE REVENUE IS READ
002700*  FROM LEDGFILE.  BEFORE THE CLOSE IT IS TAKEN FROM THE
002800*  MONTH'S GLJRNL BATCHES - THE REGISTERS AS JOURNALLED EACH
002900*  NIGHT - CONCATENATED ON GLBATCH; ONLY BATCHES WHOSE HEADER
003000*  IS DATED IN THE MONTH COUNT.  THE STATEMENT SAYS WHICH.
003100*
003200*  ROYCTL CARDS:
003300*    P  FRANCHISEE ID 3-10, ROYALTY PERCENT 12-16 (99V999),
003400*       ADVERTISING-FUND PERCENT 18-22 (99V999)
003500*    X  EXCLUDED REVENUE ACCOUNT 3-6, DESCRIPTION 8-37
003600*  WITHOUT A 'P' CARD THE RUN IS REFUSED RC=8.
003700*
003800*  ROYSTMT PRINTS THE REMITTANCE STATEMENT STORE BY STORE,
003900*  ROYREMIT CARRIES THE SAME FIGURES IN THE LAYOUT HEAD OFFICE
004000*  ACCEPTS (HEADER, ONE DETAIL PER STORE, TRAILER WITH COUNT
004100*  AND TOTALS), AND ROYREG LISTS EACH STORE'S ROYALTY ('R') AND
004200*  ADVERTISING FUND ('A') FOR GLJRNL TO BOOK AS PAYABLE TO HEAD
004300*  OFFICE.  ROYHIST KEEPS ONE LINE PER MONTH BOOKED; A MONTH
004400*  ALREADY ON IT IS REPRINTED WITHOUT ROYREG LINES, RC=4, SO
004500*  THE PAYABLE IS NEVER BOOKED TWICE.
004600*=================================================================
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-370.
005000 OBJECT-COMPUTER. IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT OPTIONAL LEDGFILE ASSIGN TO 'IDXLEDG'
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS LEDG-KEY OF LEDGER-RECORD
005700         FILE STATUS IS FC-LEDGFILE-STATUS.
005800     SELECT OPTIONAL GLBATCH-IN ASSIGN TO 'GLBATCH'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FC-GLBATCH-STATUS.
006100     SELECT OPTIONAL CLOSECTL-FILE ASSIGN TO 'CLOSECTL'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FC-CLOSECTL-STATUS.
006400     SELECT OPTIONAL ROYCTL-FILE ASSIGN TO 'ROYCTL'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FC-ROYCTL-STATUS.
006700     SELECT OPTIONAL ROYCARD-FILE ASSIGN TO 'ROYCARD'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FC-ROYCARD-STATUS.
007000     SELECT OPTIONAL ROYHIST-FILE ASSIGN TO 'ROYHIST'
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FC-ROYHIST-STATUS.
007300     SELECT ROYSTMT-RPT ASSIGN TO 'ROYSTMT'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FC-ROYSTMT-STATUS.
007600     SELECT ROYREMIT-OUT ASSIGN TO 'ROYREMIT'
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS FC-ROYREMIT-STATUS.
007900     SELECT ROYREG-RPT ASSIGN TO 'ROYREG'
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FC-ROYREG-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  LEDGFILE.
008500 COPY LEDGREC.
008600 FD  GLBATCH-IN
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  GLBATCH-IN-LINE.
008900     05  GB-RECORD-TYPE             PIC X(1).
009000         88  GB-HEADER              VALUE 'H'.
009100         88  GB-DETAIL              VALUE 'D'.
009200     05  GB-REST                    PIC X(79).
009300     05  FILLER REDEFINES GB-REST.
009400         10  GB-BUSINESS-DATE       PIC 9(8).
009500         10  FILLER                 PIC X(71).
009600     05  FILLER REDEFINES GB-REST.
009700         10  GB-ACCOUNT             PIC 9(4).
009800         10  GB-DR-CR               PIC X(2).
009900         10  GB-AMOUNT              PIC 9(9)V99.
010000         10  GB-DESCRIPTION         PIC X(30).
010100         10  GB-STORE-CODE          PIC X(2).
010200         10  FILLER                 PIC X(30).
010300 FD  CLOSECTL-FILE
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  CLOSECTL-CARD.
010600     05  CC-CLOSED-YYYYMM           PIC 9(6).
010700     05  CC-CLOSED-YEAR             PIC 9(4).
010800     05  CC-RETAINED-ACCOUNT        PIC 9(4).
010900     05  FILLER                     PIC X(66).
011000 FD  ROYCTL-FILE
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  ROYCTL-CARD.
011300     05  RY-CARD-TYPE               PIC X(1).
011400         88  RY-PERCENT-CARD        VALUE 'P'.
011500         88  RY-EXCLUDE-CARD        VALUE 'X'.
011600     05  FILLER                     PIC X(1).
011700     05  RY-CARD-REST               PIC X(78).
011800     05  FILLER REDEFINES RY-CARD-REST.
011900         10  RY-FRANCHISEE-ID       PIC X(8).
012000         10  FILLER                 PIC X(1).
012100         10  RY-ROYALTY-PCT         PIC 9(2)V999.
012200         10  FILLER                 PIC X(1).
012300         10  RY-AD-FUND-PCT         PIC 9(2)V999.
012400         10  FILLER                 PIC X(58).
012500     05  FILLER REDEFINES RY-CARD-REST.
012600         10  RY-EXCL-ACCOUNT        PIC 9(4).
012700         10  FILLER                 PIC X(1).
012800         10  RY-EXCL-DESCRIPTION    PIC X(30).
012900         10  FILLER                 PIC X(43).
013000 FD  ROYCARD-FILE
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  ROYCARD-CARD.
013300     05  RD-PERIOD-YYYYMM           PIC 9(6).
013400     05  FILLER                     PIC X(74).
013500 FD  ROYHIST-FILE
013600     RECORD CONTAINS 80 CHARACTERS.
013700 01  ROYHIST-RECORD.
013800     05  RH-PERIOD-YYYYMM           PIC 9(6).
013900     05  FILLER                     PIC X(1).
014000     05  RH-RUN-DATE                PIC 9(8).
014100     05  FILLER                     PIC X(1).
014200     05  RH-SOURCE                  PIC X(1).
014300     05  FILLER                     PIC X(1).
014400     05  RH-QUALIFYING              PIC 9(11)V99.
014500     05  FILLER                     PIC X(1).
014600     05  RH-ROYALTY                 PIC 9(9)V99.
014700     05  FILLER                     PIC X(1).
014800     05  RH-AD-FUND                 PIC 9(9)V99.
014900     05  FILLER                     PIC X(25).
015000 FD  ROYSTMT-RPT
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  ROYSTMT-LINE                   PIC X(80).
015300 FD  ROYREMIT-OUT
015400     RECORD CONTAINS 80 CHARACTERS.
015500 01  ROYREMIT-RECORD                PIC X(80).
015600 FD  ROYREG-RPT
015700     RECORD CONTAINS 80 CHARACTERS.
015800 01  ROYREG-LINE                    PIC X(80).
015900 WORKING-STORAGE SECTION.
016000*=================================================================
016100 COPY VERSTAMP.
016200 COPY REGCHKQ.
016300 01  FC-STATUSES.
016400     05  FC-LEDGFILE-STATUS         PIC X(2).
016500     05  FC-GLBATCH-STATUS          PIC X(2).
016600     05  FC-CLOSECTL-STATUS         PIC X(2).
016700     05  FC-ROYCTL-STATUS           PIC X(2).
016800     05  FC-ROYCARD-STATUS          PIC X(2).
016900     05  FC-ROYHIST-STATUS          PIC X(2).
017000     05  FC-ROYSTMT-STATUS          PIC X(2).
017100     05  FC-ROYREMIT-STATUS         PIC X(2).
017200     05  FC-ROYREG-STATUS           PIC X(2).
017300 01  WS-SWITCHES.
017400     05  WS-LEDG-EOF-SW             PIC X(1) VALUE 'N'.
017500         88  WS-LEDG-EOF            VALUE 'Y'.
017600     05  WS-BATCH-EOF-SW            PIC X(1) VALUE 'N'.
017700         88  WS-BATCH-EOF           VALUE 'Y'.
017800     05  WS-CTL-EOF-SW              PIC X(1) VALUE 'N'.
017900         88  WS-CTL-EOF             VALUE 'Y'.
018000     05  WS-HIST-EOF-SW             PIC X(1) VALUE 'N'.
018100         88  WS-HIST-EOF            VALUE 'Y'.
018200     05  WS-BATCH-IN-PERIOD-SW      PIC X(1) VALUE 'N'.
018300         88  WS-BATCH-IN-PERIOD     VALUE 'Y'.
018400     05  WS-CONTRACT-SW             PIC X(1) VALUE 'N'.
018500         88  WS-CONTRACT-LOADED     VALUE 'Y'.
018600     05  WS-REPRINT-SW              PIC X(1) VALUE 'N'.
018700         88  WS-REPRINT             VALUE 'Y'.
018800     05  WS-REVENUE-SOURCE          PIC X(1) VALUE 'R'.
018900         88  WS-FROM-LEDGER         VALUE 'L'.
019000         88  WS-FROM-REGISTERS      VALUE 'R'.
019100 01  WS-CURRENT-DATE.
019200     05  WS-CURRENT-DATE-YYYYMMDD   PIC 9(8).
019300     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE-YYYYMMDD.
019400         10  WS-CURRENT-YYYY        PIC 9(4).
019500         10  WS-CURRENT-MM          PIC 9(2).
019600         10  WS-CURRENT-DD          PIC 9(2).
019700 01  WS-PERIOD-YYYYMM               PIC 9(6) VALUE ZERO.
019800 01  WS-PERIOD-R REDEFINES WS-PERIOD-YYYYMM.
019900     05  WS-PERIOD-YYYY             PIC 9(4).
020000     05  WS-PERIOD-MM               PIC 9(2).
020100 01  WS-CLOSED-YYYYMM               PIC 9(6) VALUE ZERO.
020200 01  WS-BOOKED-DATE                 PIC 9(8) VALUE ZERO.
020300*=================================================================
020400*    CONTRACT TERMS FROM ROYCTL
020500*=================================================================
020600 01  WS-CONTRACT.
020700     05  WS-FRANCHISEE-ID           PIC X(8) VALUE SPACES.
020800     05  WS-ROYALTY-PCT             PIC 9(2)V999 VALUE ZERO.
020900     05  WS-AD-FUND-PCT             PIC 9(2)V999 VALUE ZERO.
021000 01  WS-EXCL-TABLE.
021100     05  WS-EXCL-COUNT              PIC 9(2) VALUE ZERO.
021200     05  WS-EXCL-ENTRY OCCURS 20 TIMES.
021300         10  WS-EX-ACCOUNT          PIC 9(4).
021400         10  WS-EX-DESCRIPTION      PIC X(30).
021500 01  WS-EXCL-SUB                    PIC 9(2).
021600 01  WS-EXCL-MATCH-SW               PIC X(1).
021700     88  WS-EXCL-MATCH              VALUE 'Y'.
021800*=================================================================
021900*    ONE ENTRY PER STORE (STORE 00, HEAD OFFICE, IN SLOT 1)
022000*=================================================================
022100 01  WS-STORE-TABLE.
022200     05  WS-STORE-ENTRY OCCURS 100 TIMES.
022300         10  WS-SR-USED-SW          PIC X(1).
022400             88  WS-SR-USED         VALUE 'Y'.
022500         10  WS-SR-GROSS            PIC S9(9)V99.
022600         10  WS-SR-EXCLUDED         PIC S9(9)V99.
022700 01  WS-STORE-SUB                   PIC 9(3).
022800 01  WS-LINE-FIELDS.
022900     05  WS-LINE-ACCOUNT            PIC 9(4).
023000     05  WS-LINE-STORE              PIC 9(2).
023100     05  WS-LINE-NET                PIC S9(9)V99.
023200 01  WS-STORE-FIGURES.
023300     05  WS-SF-QUALIFYING           PIC S9(9)V99.
023400     05  WS-SF-ROYALTY              PIC 9(7)V99.
023500     05  WS-SF-AD-FUND              PIC 9(7)V99.
023600 01  WS-RUN-TOTALS.
023700     05  WS-TOT-GROSS               PIC S9(11)V99 VALUE ZERO.
023800     05  WS-TOT-EXCLUDED            PIC S9(11)V99 VALUE ZERO.
023900     05  WS-TOT-QUALIFYING          PIC 9(11)V99 VALUE ZERO.
024000     05  WS-TOT-ROYALTY             PIC 9(9)V99 VALUE ZERO.
024100     05  WS-TOT-AD-FUND             PIC 9(9)V99 VALUE ZERO.
024200 01  WS-COUNTERS.
024300     05  WS-LEDG-READ               PIC 9(5) VALUE ZERO.
024400     05  WS-BATCHES-READ            PIC 9(5) VALUE ZERO.
024500     05  WS-BATCHES-USED            PIC 9(5) VALUE ZERO.
024600     05  WS-BATCH-LINES-USED        PIC 9(7) VALUE ZERO.
024700     05  WS-CTL-REJECTED            PIC 9(3) VALUE ZERO.
024800     05  WS-STORES-REMITTED         PIC 9(5) VALUE ZERO.
024900     05  WS-REGISTER-LINES          PIC 9(5) VALUE ZERO.
025000     05  WS-REPORT-LINES            PIC 9(5) VALUE ZERO.
025100 01  WS-HEAD-LINE-1.
025200     05  FILLER                     PIC X(1)  VALUE SPACE.
025300     05  FILLER                     PIC X(36)
025400         VALUE 'FRANCHISE ROYALTY STATEMENT  PERIOD '.
025500     05  HD-PERIOD                  PIC 9(6).
025600     05  FILLER                     PIC X(10)
025700         VALUE '   RUN ON '.
025800     05  HD-RUN-DATE                PIC 9(8).
025900     05  FILLER                     PIC X(19) VALUE SPACE.
026000 01  WS-HEAD-LINE-2.
026100     05  FILLER                     PIC X(12)
026200         VALUE ' FRANCHISEE '.
026300     05  HD-FRANCHISEE-ID           PIC X(8).
026400     05  FILLER                     PIC X(15)
026500         VALUE '   ROYALTY PCT '.
026600     05  HD-ROYALTY-PCT             PIC Z9.999.
026700     05  FILLER                     PIC X(15)
026800         VALUE '   AD FUND PCT '.
026900     05  HD-AD-FUND-PCT             PIC Z9.999.
027000     05  FILLER                     PIC X(18) VALUE SPACE.
027100 01  WS-MESSAGE-LINE.
027200     05  FILLER                     PIC X(1)  VALUE SPACE.
027300     05  ML-TEXT                    PIC X(60).
027400     05  ML-DATE                    PIC X(8).
027500     05  FILLER                     PIC X(11) VALUE SPACE.
027600 01  WS-COLUMN-LINE.
027700     05  FILLER                     PIC X(40)
027800         VALUE ' STORE         GROSS     EXCLUDED   QUAL'.
027900     05  FILLER                     PIC X(40)
028000         VALUE 'IFYING      ROYALTY      AD FUND        '.
028100 01  WS-DETAIL-LINE.
028200     05  FILLER                     PIC X(2)  VALUE SPACE.
028300     05  DL-STORE-LABEL             PIC X(5).
028400     05  DL-AMOUNT OCCURS 5 TIMES   PIC -ZZZZZZZZ9.99.
028500     05  FILLER                     PIC X(8)  VALUE SPACE.
028600 01  WS-EXCL-LINE.
028700     05  FILLER                     PIC X(1)  VALUE SPACE.
028800     05  FILLER                     PIC X(18)
028900         VALUE 'EXCLUDED ACCOUNT  '.
029000     05  XL-ACCOUNT                 PIC 9(4).
029100     05  FILLER                     PIC X(2)  VALUE SPACE.
029200     05  XL-DESCRIPTION             PIC X(30).
029300     05  FILLER                     PIC X(25) VALUE SPACE.
029400*=================================================================
029500*    ROYREMIT - HEAD-OFFICE REMITTANCE LAYOUT
029600*=================================================================
029700 01  WS-REMIT-HEADER.
029800     05  FILLER                     PIC X(1)  VALUE 'H'.
029900     05  MH-FRANCHISEE-ID           PIC X(8).
030000     05  MH-PERIOD                  PIC 9(6).
030100     05  MH-CREATED-DATE            PIC 9(8).
030200     05  MH-REVENUE-SOURCE          PIC X(1).
030300     05  MH-ROYALTY-PCT             PIC 9(2)V999.
030400     05  MH-AD-FUND-PCT             PIC 9(2)V999.
030500     05  FILLER                     PIC X(46) VALUE SPACE.
030600 01  WS-REMIT-DETAIL.
030700     05  FILLER                     PIC X(1)  VALUE 'D'.
030800     05  MD-FRANCHISEE-ID           PIC X(8).
030900     05  MD-PERIOD                  PIC 9(6).
031000     05  MD-STORE-CODE              PIC 9(2).
031100     05  MD-QUALIFYING              PIC 9(9)V99.
031200     05  MD-ROYALTY                 PIC 9(9)V99.
031300     05  MD-AD-FUND                 PIC 9(9)V99.
031400     05  FILLER                     PIC X(30) VALUE SPACE.
031500 01  WS-REMIT-TRAILER.
031600     05  FILLER                     PIC X(1)  VALUE 'T'.
031700     05  MT-FRANCHISEE-ID           PIC X(8).
031800     05  MT-PERIOD                  PIC 9(6).
031900     05  MT-STORE-COUNT             PIC 9(5).
032000     05  MT-QUALIFYING              PIC 9(11)V99.
032100     05  MT-ROYALTY                 PIC 9(11)V99.
032200     05  MT-AD-FUND                 PIC 9(11)V99.
032300     05  FILLER                     PIC X(21) VALUE SPACE.
032400*=================================================================
032500*    ROYREG - TYPE IN COLUMN 2 (R ROYALTY, A ADVERTISING FUND),
032600*    PERIOD 5-10, FRANCHISEE 13-20, AMOUNT 22-29, STORE 79-80
032700*    FOR GLJRNL
032800*=================================================================
032900 01  WS-REGISTER-DETAIL.
033000     05  FILLER                     PIC X(1)  VALUE SPACE.
033100     05  RR-TRANS-TYPE              PIC X(1).
033200     05  FILLER                     PIC X(2)  VALUE SPACE.
033300     05  RR-PERIOD                  PIC 9(6).
033400     05  FILLER                     PIC X(2)  VALUE SPACE.
033500     05  RR-FRANCHISEE-ID           PIC X(8).
033600     05  FILLER                     PIC X(1)  VALUE SPACE.
033700     05  RR-AMOUNT                  PIC ZZZZ9.99.
033800     05  FILLER                     PIC X(2)  VALUE SPACE.
033900     05  RR-DESCRIPTION             PIC X(30).
034000     05  FILLER                     PIC X(17) VALUE SPACE.
034100     05  RR-STORE-CODE              PIC 9(2).
034200 PROCEDURE DIVISION.
034300*=================================================================
034400 0000-MAINLINE.
034500     PERFORM 0900-DISPLAY-VERSION-STAMP
034600     PERFORM 1000-INITIALIZE
034700     IF WS-CONTRACT-LOADED
034800         IF WS-FROM-LEDGER
034900             PERFORM 2000-LOAD-ONE-LEDGER-ROW
035000                 UNTIL WS-LEDG-EOF
035100         ELSE
035200             PERFORM 2500-LOAD-ONE-BATCH-LINE
035300                 UNTIL WS-BATCH-EOF
035400         END-IF
035500         PERFORM 3000-WRITE-THE-STATEMENT
035600         IF NOT WS-REPRINT
035700             PERFORM 3600-APPEND-HISTORY
035800         END-IF
035900     END-IF
036000     PERFORM 6000-TERMINATE
036100     PERFORM 9000-DISPLAY-VERSION-TRAILER
036200     STOP RUN.
036300*=================================================================
036400*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
036500*=================================================================
036600 0900-DISPLAY-VERSION-STAMP.
036700     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='ROYALTY -'==
036800                             ==:PROGVERS:== BY =='Version 001'==.
036900*=================================================================
037000*    1000-INITIALIZE - PERIOD, CONTRACT, CLOSE CONTROL, BOOKING
037100*    HISTORY, THEN THE REVENUE SOURCE
037200*=================================================================
037300 1000-INITIALIZE.
037400     MOVE 'ROYALTY' TO RCHK-CALLER
037500     CALL 'REGCHK' USING REGION-CHECK
037600     IF RCHK-MISMATCH
037700         DISPLAY 'ROYALTY: REGION INTERLOCK - UPDATES REFUSED'
037800         MOVE 12 TO RETURN-CODE
037900         STOP RUN
038000     END-IF
038100     CALL 'BUSDATE' USING WS-CURRENT-DATE-YYYYMMDD
038200     PERFORM 1010-CLEAR-ONE-STORE
038300         VARYING WS-STORE-SUB FROM 1 BY 1
038400         UNTIL WS-STORE-SUB > 100
038500     PERFORM 1050-LOAD-RUN-CARD
038600     PERFORM 1100-LOAD-CONTRACT
038700     PERFORM 1150-LOAD-CLOSE-CONTROL
038800     PERFORM 1200-CHECK-HISTORY
038900     OPEN OUTPUT ROYSTMT-RPT
039000     OPEN OUTPUT ROYREMIT-OUT
039100     OPEN OUTPUT ROYREG-RPT
039200     IF NOT RCHK-IN-PROD
039300         WRITE ROYSTMT-LINE FROM RCHK-WATERMARK
039400         WRITE ROYREG-LINE FROM RCHK-WATERMARK
039500         ADD 1 TO WS-REPORT-LINES
039600     END-IF
039700     IF NOT WS-CONTRACT-LOADED
039800         DISPLAY 'ROYALTY: NO CONTRACT PERCENTAGES ON ROYCTL'
039900         MOVE SPACES TO WS-MESSAGE-LINE
040000         MOVE 'RUN REFUSED - NO CONTRACT PERCENTAGES ON ROYCTL'
040100             TO ML-TEXT
040200         WRITE ROYSTMT-LINE FROM WS-MESSAGE-LINE
040300         ADD 1 TO WS-REPORT-LINES
040400         MOVE 8 TO RETURN-CODE
040500     ELSE
040600         IF WS-FROM-LEDGER
040700             PERFORM 1300-OPEN-THE-LEDGER
040800         ELSE
040900             PERFORM 1400-OPEN-THE-BATCHES
041000         END-IF
041100     END-IF.
041200*=================================================================
041300*    1010-CLEAR-ONE-STORE
041400*=================================================================
041500 1010-CLEAR-ONE-STORE.
041600     MOVE 'N'  TO WS-SR-USED-SW (WS-STORE-SUB)
041700     MOVE ZERO TO WS-SR-GROSS (WS-STORE-SUB)
041800     MOVE ZERO TO WS-SR-EXCLUDED (WS-STORE-SUB).
041900*=================================================================
042000*    1050-LOAD-RUN-CARD - THE PERIOD DEFAULTS TO THE MONTH
042100*    BEFORE THE BUSINESS DATE
042200*=================================================================
042300 1050-LOAD-RUN-CARD.
042400     OPEN INPUT ROYCARD-FILE
042500     IF FC-ROYCARD-STATUS = '00'
042600         READ ROYCARD-FILE
042700             AT END
042800                 CONTINUE
042900             NOT AT END
043000                 IF RD-PERIOD-YYYYMM NUMERIC
043100                     AND RD-PERIOD-YYYYMM > ZERO
043200                     MOVE RD-PERIOD-YYYYMM TO WS-PERIOD-YYYYMM
043300                 END-IF
043400         END-READ
043500     END-IF
043600     CLOSE ROYCARD-FILE
043700     IF WS-PERIOD-YYYYMM = ZERO
043800         OR WS-PERIOD-MM < 1
043900         OR WS-PERIOD-MM > 12
044000         IF WS-CURRENT-MM = 1
044100             COMPUTE WS-PERIOD-YYYY = WS-CURRENT-YYYY - 1
044200             MOVE 12 TO WS-PERIOD-MM
044300         ELSE
044400             MOVE WS-CURRENT-YYYY TO WS-PERIOD-YYYY
044500             COMPUTE WS-PERIOD-MM = WS-CURRENT-MM - 1
044600         END-IF
044700     END-IF.
044800*=================================================================
044900*    1100-LOAD-CONTRACT - THE 'P' CARD AND THE 'X' CARDS
045000*=================================================================
045100 1100-LOAD-CONTRACT.
045200     OPEN INPUT ROYCTL-FILE
045300     IF FC-ROYCTL-STATUS NOT = '00'
045400         MOVE 'Y' TO WS-CTL-EOF-SW
045500     END-IF
045600     PERFORM 1110-LOAD-ONE-CONTRACT-CARD
045700         UNTIL WS-CTL-EOF
045800     CLOSE ROYCTL-FILE.
045900*=================================================================
046000*    1110-LOAD-ONE-CONTRACT-CARD - A 'P' CARD NEEDS A ROYALTY
046100*    PERCENTAGE; AN 'X' CARD A REVENUE ACCOUNT
046200*=================================================================
046300 1110-LOAD-ONE-CONTRACT-CARD.
046400     READ ROYCTL-FILE
046500         AT END
046600             MOVE 'Y' TO WS-CTL-EOF-SW
046700     END-READ
046800     IF NOT WS-CTL-EOF
046900         EVALUATE TRUE
047000             WHEN RY-PERCENT-CARD
047100                 AND RY-ROYALTY-PCT NUMERIC
047200                 AND RY-ROYALTY-PCT > ZERO
047300                 AND RY-AD-FUND-PCT NUMERIC
047400                 MOVE RY-FRANCHISEE-ID TO WS-FRANCHISEE-ID
047500                 MOVE RY-ROYALTY-PCT   TO WS-ROYALTY-PCT
047600                 MOVE RY-AD-FUND-PCT   TO WS-AD-FUND-PCT
047700                 MOVE 'Y' TO WS-CONTRACT-SW
047800             WHEN RY-EXCLUDE-CARD
047900                 AND RY-EXCL-ACCOUNT NUMERIC
048000                 AND RY-EXCL-ACCOUNT >= 4000
048100                 AND RY-EXCL-ACCOUNT <= 4999
048200                 AND WS-EXCL-COUNT < 20
048300                 ADD 1 TO WS-EXCL-COUNT
048400                 MOVE RY-EXCL-ACCOUNT
048500                     TO WS-EX-ACCOUNT (WS-EXCL-COUNT)
048600                 MOVE RY-EXCL-DESCRIPTION
048700                     TO WS-EX-DESCRIPTION (WS-EXCL-COUNT)
048800             WHEN OTHER
048900                 ADD 1 TO WS-CTL-REJECTED
049000                 DISPLAY 'ROYALTY: ROYCTL CARD REJECTED - '
049100                     ROYCTL-CARD (1:22)
049200         END-EVALUATE
049300     END-IF.
049400*=================================================================
049500*    1150-LOAD-CLOSE-CONTROL - A PERIOD SEALED BY THE CLOSE IS
049600*    READ FROM THE LEDGER, AN OPEN ONE FROM THE BATCHES
049700*=================================================================
049800 1150-LOAD-CLOSE-CONTROL.
049900     OPEN INPUT CLOSECTL-FILE
050000     IF FC-CLOSECTL-STATUS = '00'
050100         READ CLOSECTL-FILE
050200             AT END
050300                 CONTINUE
050400             NOT AT END
050500                 IF CC-CLOSED-YYYYMM NUMERIC
050600                     MOVE CC-CLOSED-YYYYMM TO WS-CLOSED-YYYYMM
050700                 END-IF
050800         END-READ
050900     END-IF
051000     CLOSE CLOSECTL-FILE
051100     IF WS-CLOSED-YYYYMM >= WS-PERIOD-YYYYMM
051200         MOVE 'L' TO WS-REVENUE-SOURCE
051300     ELSE
051400         MOVE 'R' TO WS-REVENUE-SOURCE
051500     END-IF.
051600*=================================================================
051700*    1200-CHECK-HISTORY - A PERIOD ALREADY BOOKED IS REPRINTED
051800*=================================================================
051900 1200-CHECK-HISTORY.
052000     OPEN INPUT ROYHIST-FILE
052100     IF FC-ROYHIST-STATUS NOT = '00'
052200         MOVE 'Y' TO WS-HIST-EOF-SW
052300     END-IF
052400     PERFORM 1210-CHECK-ONE-HISTORY-LINE
052500         UNTIL WS-HIST-EOF
052600     CLOSE ROYHIST-FILE.
052700*=================================================================
052800*    1210-CHECK-ONE-HISTORY-LINE
052900*=================================================================
053000 1210-CHECK-ONE-HISTORY-LINE.
053100     READ ROYHIST-FILE
053200         AT END
053300             MOVE 'Y' TO WS-HIST-EOF-SW
053400     END-READ
053500     IF NOT WS-HIST-EOF
053600         AND RH-PERIOD-YYYYMM NUMERIC
053700         AND RH-PERIOD-YYYYMM = WS-PERIOD-YYYYMM
053800         MOVE 'Y' TO WS-REPRINT-SW
053900         MOVE RH-RUN-DATE TO WS-BOOKED-DATE
054000     END-IF.
054100*=================================================================
054200*    1300-OPEN-THE-LEDGER - POSITIONED AT THE PERIOD'S FIRST
054300*    REVENUE ACCOUNT
054400*=================================================================
054500 1300-OPEN-THE-LEDGER.
054600     OPEN INPUT LEDGFILE
054700     IF FC-LEDGFILE-STATUS NOT = '00'
054800         DISPLAY 'ROYALTY: LEDGFILE NOT AVAILABLE, STATUS='
054900             FC-LEDGFILE-STATUS
055000         MOVE 'Y' TO WS-LEDG-EOF-SW
055100         MOVE 8 TO RETURN-CODE
055200     ELSE
055300         MOVE WS-PERIOD-YYYYMM TO LEDG-PERIOD-YYYYMM
055400         MOVE 4000 TO LEDG-ACCOUNT
055500         MOVE ZERO TO LEDG-STORE-CODE
055600         START LEDGFILE KEY IS NOT LESS THAN LEDG-KEY
055700             INVALID KEY
055800                 MOVE 'Y' TO WS-LEDG-EOF-SW
055900         END-START
056000     END-IF.
056100*=================================================================
056200*    1400-OPEN-THE-BATCHES - THE MONTH'S GLJRNL BATCHES
056300*=================================================================
056400 1400-OPEN-THE-BATCHES.
056500     OPEN INPUT GLBATCH-IN
056600     IF FC-GLBATCH-STATUS NOT = '00'
056700         DISPLAY 'ROYALTY: GLBATCH NOT AVAILABLE, STATUS='
056800             FC-GLBATCH-STATUS
056900         MOVE 'Y' TO WS-BATCH-EOF-SW
057000         MOVE 8 TO RETURN-CODE
057100     END-IF.
057200*=================================================================
057300*    2000-LOAD-ONE-LEDGER-ROW - THE PERIOD'S REVENUE ROWS, EACH
057400*    INTO ITS STORE
057500*=================================================================
057600 2000-LOAD-ONE-LEDGER-ROW.
057700     READ LEDGFILE NEXT RECORD
057800         AT END
057900             MOVE 'Y' TO WS-LEDG-EOF-SW
058000     END-READ
058100     IF NOT WS-LEDG-EOF
058200         AND (LEDG-PERIOD-YYYYMM NOT = WS-PERIOD-YYYYMM
058300             OR LEDG-ACCOUNT > 4999)
058400         MOVE 'Y' TO WS-LEDG-EOF-SW
058500     END-IF
058600     IF NOT WS-LEDG-EOF
058700         ADD 1 TO WS-LEDG-READ
058800         MOVE LEDG-ACCOUNT    TO WS-LINE-ACCOUNT
058900         MOVE LEDG-STORE-CODE TO WS-LINE-STORE
059000         COMPUTE WS-LINE-NET = LEDG-CREDITS - LEDG-DEBITS
059100         PERFORM 2600-ADD-TO-STORE
059200     END-IF.
059300*=================================================================
059400*    2500-LOAD-ONE-BATCH-LINE - A HEADER DATED IN THE PERIOD
059500*    OPENS ITS BATCH TO THE COUNT; ITS REVENUE LINES GO TO THE
059600*    STORE IN COLUMNS 49-50, HEAD OFFICE WHEN THERE IS NONE
059700*=================================================================
059800 2500-LOAD-ONE-BATCH-LINE.
059900     READ GLBATCH-IN
060000         AT END
060100             MOVE 'Y' TO WS-BATCH-EOF-SW
060200     END-READ
060300     IF NOT WS-BATCH-EOF
060400         IF GB-HEADER
060500             ADD 1 TO WS-BATCHES-READ
060600             MOVE 'N' TO WS-BATCH-IN-PERIOD-SW
060700             IF GB-BUSINESS-DATE NUMERIC
060800                 AND GB-BUSINESS-DATE (1:6) = WS-PERIOD-YYYYMM
060900                 MOVE 'Y' TO WS-BATCH-IN-PERIOD-SW
061000                 ADD 1 TO WS-BATCHES-USED
061100             END-IF
061200         END-IF
061300         IF GB-DETAIL
061400             AND WS-BATCH-IN-PERIOD
061500             AND GB-ACCOUNT NUMERIC
061600             AND GB-ACCOUNT >= 4000
061700             AND GB-ACCOUNT <= 4999
061800             AND GB-AMOUNT NUMERIC
061900             ADD 1 TO WS-BATCH-LINES-USED
062000             MOVE GB-ACCOUNT TO WS-LINE-ACCOUNT
062100             IF GB-STORE-CODE NUMERIC
062200                 MOVE GB-STORE-CODE TO WS-LINE-STORE
062300             ELSE
062400                 MOVE ZERO TO WS-LINE-STORE
062500             END-IF
062600             IF GB-DR-CR = 'CR'
062700                 MOVE GB-AMOUNT TO WS-LINE-NET
062800             ELSE
062900                 COMPUTE WS-LINE-NET = ZERO - GB-AMOUNT
063000             END-IF
063100             PERFORM 2600-ADD-TO-STORE
063200         END-IF
063300     END-IF.
063400*=================================================================
063500*    2600-ADD-TO-STORE - THE LINE'S NET REVENUE TO ITS STORE'S
063600*    GROSS, AND TO ITS EXCLUDED FIGURE WHEN THE AGREEMENT
063700*    EXCLUDES THE ACCOUNT
063800*=================================================================
063900 2600-ADD-TO-STORE.
064000     COMPUTE WS-STORE-SUB = WS-LINE-STORE + 1
064100     MOVE 'Y' TO WS-SR-USED-SW (WS-STORE-SUB)
064200     ADD WS-LINE-NET TO WS-SR-GROSS (WS-STORE-SUB)
064300     MOVE 'N' TO WS-EXCL-MATCH-SW
064400     PERFORM 2610-CHECK-ONE-EXCLUSION
064500         VARYING WS-EXCL-SUB FROM 1 BY 1
064600         UNTIL WS-EXCL-SUB > WS-EXCL-COUNT
064700         OR WS-EXCL-MATCH
064800     IF WS-EXCL-MATCH
064900         ADD WS-LINE-NET TO WS-SR-EXCLUDED (WS-STORE-SUB)
065000     END-IF.
065100*=================================================================
065200*    2610-CHECK-ONE-EXCLUSION
065300*=================================================================
065400 2610-CHECK-ONE-EXCLUSION.
065500     IF WS-EX-ACCOUNT (WS-EXCL-SUB) = WS-LINE-ACCOUNT
065600         MOVE 'Y' TO WS-EXCL-MATCH-SW
065700     END-IF.
065800*=================================================================
065900*    3000-WRITE-THE-STATEMENT - HEADINGS, ONE LINE PER STORE
066000*    WITH REVENUE, TOTALS, AND THE EXCLUSIONS APPLIED; THE
066100*    REMITTANCE FILE ALONGSIDE
066200*=================================================================
066300 3000-WRITE-THE-STATEMENT.
066400     MOVE WS-PERIOD-YYYYMM         TO HD-PERIOD
066500     MOVE WS-CURRENT-DATE-YYYYMMDD TO HD-RUN-DATE
066600     MOVE WS-FRANCHISEE-ID         TO HD-FRANCHISEE-ID
066700     MOVE WS-ROYALTY-PCT           TO HD-ROYALTY-PCT
066800     MOVE WS-AD-FUND-PCT           TO HD-AD-FUND-PCT
066900     WRITE ROYSTMT-LINE FROM WS-HEAD-LINE-1
067000     WRITE ROYSTMT-LINE FROM WS-HEAD-LINE-2
067100     MOVE SPACES TO WS-MESSAGE-LINE
067200     IF WS-FROM-LEDGER
067300         MOVE 'REVENUE FROM THE CLOSED LEDGER' TO ML-TEXT
067400     ELSE
067500         MOVE 'REVENUE FROM THE NIGHTLY JOURNALS - NOT YET CLOSED'
067600             TO ML-TEXT
067700     END-IF
067800     WRITE ROYSTMT-LINE FROM WS-MESSAGE-LINE
067900     ADD 3 TO WS-REPORT-LINES
068000     IF WS-REPRINT
068100         MOVE SPACES TO WS-MESSAGE-LINE
068200         MOVE 'REPRINT - PAYABLE ALREADY BOOKED BY THE RUN OF'
068300             TO ML-TEXT
068400         MOVE WS-BOOKED-DATE TO ML-DATE
068500         WRITE ROYSTMT-LINE FROM WS-MESSAGE-LINE
068600         ADD 1 TO WS-REPORT-LINES
068700     END-IF
068800     MOVE SPACES TO ROYSTMT-LINE
068900     WRITE ROYSTMT-LINE
069000     WRITE ROYSTMT-LINE FROM WS-COLUMN-LINE
069100     ADD 2 TO WS-REPORT-LINES
069200     MOVE WS-FRANCHISEE-ID         TO MH-FRANCHISEE-ID
069300     MOVE WS-PERIOD-YYYYMM         TO MH-PERIOD
069400     MOVE WS-CURRENT-DATE-YYYYMMDD TO MH-CREATED-DATE
069500     MOVE WS-REVENUE-SOURCE        TO MH-REVENUE-SOURCE
069600     MOVE WS-ROYALTY-PCT           TO MH-ROYALTY-PCT
069700     MOVE WS-AD-FUND-PCT           TO MH-AD-FUND-PCT
069800     WRITE ROYREMIT-RECORD FROM WS-REMIT-HEADER
069900     PERFORM 3100-REMIT-ONE-STORE
070000         VARYING WS-STORE-SUB FROM 1 BY 1
070100         UNTIL WS-STORE-SUB > 100
070200     PERFORM 3500-WRITE-THE-TOTALS.
070300*=================================================================
070400*    3100-REMIT-ONE-STORE - A STORE WITH REVENUE: ITS QUALIFYING
070500*    FIGURE, ROYALTY AND AD FUND, ON THE STATEMENT, THE
070600*    REMITTANCE FILE AND THE REGISTER
070700*=================================================================
070800 3100-REMIT-ONE-STORE.
070900     IF WS-SR-USED (WS-STORE-SUB)
071000         COMPUTE WS-SF-QUALIFYING =
071100             WS-SR-GROSS (WS-STORE-SUB)
071200             - WS-SR-EXCLUDED (WS-STORE-SUB)
071300         IF WS-SF-QUALIFYING < ZERO
071400             MOVE ZERO TO WS-SF-QUALIFYING
071500         END-IF
071600         COMPUTE WS-SF-ROYALTY ROUNDED =
071700             WS-SF-QUALIFYING * WS-ROYALTY-PCT / 100
071800         COMPUTE WS-SF-AD-FUND ROUNDED =
071900             WS-SF-QUALIFYING * WS-AD-FUND-PCT / 100
072000         ADD 1 TO WS-STORES-REMITTED
072100         ADD WS-SR-GROSS (WS-STORE-SUB)    TO WS-TOT-GROSS
072200         ADD WS-SR-EXCLUDED (WS-STORE-SUB) TO WS-TOT-EXCLUDED
072300         ADD WS-SF-QUALIFYING TO WS-TOT-QUALIFYING
072400         ADD WS-SF-ROYALTY    TO WS-TOT-ROYALTY
072500         ADD WS-SF-AD-FUND    TO WS-TOT-AD-FUND
072600         MOVE SPACES TO DL-STORE-LABEL
072700         COMPUTE MD-STORE-CODE = WS-STORE-SUB - 1
072800         MOVE MD-STORE-CODE TO DL-STORE-LABEL (1:2)
072900         MOVE WS-SR-GROSS (WS-STORE-SUB)    TO DL-AMOUNT (1)
073000         MOVE WS-SR-EXCLUDED (WS-STORE-SUB) TO DL-AMOUNT (2)
073100         MOVE WS-SF-QUALIFYING TO DL-AMOUNT (3)
073200         MOVE WS-SF-ROYALTY    TO DL-AMOUNT (4)
073300         MOVE WS-SF-AD-FUND    TO DL-AMOUNT (5)
073400         WRITE ROYSTMT-LINE FROM WS-DETAIL-LINE
073500         ADD 1 TO WS-REPORT-LINES
073600         MOVE WS-FRANCHISEE-ID TO MD-FRANCHISEE-ID
073700         MOVE WS-PERIOD-YYYYMM TO MD-PERIOD
073800         MOVE WS-SF-QUALIFYING TO MD-QUALIFYING
073900         MOVE WS-SF-ROYALTY    TO MD-ROYALTY
074000         MOVE WS-SF-AD-FUND    TO MD-AD-FUND
074100         WRITE ROYREMIT-RECORD FROM WS-REMIT-DETAIL
074200         IF NOT WS-REPRINT
074300             PERFORM 3200-WRITE-REGISTER-LINES
074400         END-IF
074500     END-IF.
074600*=================================================================
074700*    3200-WRITE-REGISTER-LINES - THE STORE'S ROYALTY AND AD FUND
074800*    FOR GLJRNL TO BOOK AS PAYABLE TO HEAD OFFICE
074900*=================================================================
075000 3200-WRITE-REGISTER-LINES.
075100     MOVE WS-PERIOD-YYYYMM TO RR-PERIOD
075200     MOVE WS-FRANCHISEE-ID TO RR-FRANCHISEE-ID
075300     MOVE MD-STORE-CODE    TO RR-STORE-CODE
075400     IF WS-SF-ROYALTY > ZERO
075500         MOVE 'R'           TO RR-TRANS-TYPE
075600         MOVE WS-SF-ROYALTY TO RR-AMOUNT
075700         MOVE 'FRANCHISE ROYALTY' TO RR-DESCRIPTION
075800         WRITE ROYREG-LINE FROM WS-REGISTER-DETAIL
075900         ADD 1 TO WS-REGISTER-LINES
076000     END-IF
076100     IF WS-SF-AD-FUND > ZERO
076200         MOVE 'A'           TO RR-TRANS-TYPE
076300         MOVE WS-SF-AD-FUND TO RR-AMOUNT
076400         MOVE 'ADVERTISING FUND' TO RR-DESCRIPTION
076500         WRITE ROYREG-LINE FROM WS-REGISTER-DETAIL
076600         ADD 1 TO WS-REGISTER-LINES
076700     END-IF.
076800*=================================================================
076900*    3500-WRITE-THE-TOTALS - STATEMENT TOTAL LINE, EXCLUSIONS,
077000*    AND THE REMITTANCE TRAILER
077100*=================================================================
077200 3500-WRITE-THE-TOTALS.
077300     MOVE 'TOTAL'           TO DL-STORE-LABEL
077400     MOVE WS-TOT-GROSS      TO DL-AMOUNT (1)
077500     MOVE WS-TOT-EXCLUDED   TO DL-AMOUNT (2)
077600     MOVE WS-TOT-QUALIFYING TO DL-AMOUNT (3)
077700     MOVE WS-TOT-ROYALTY    TO DL-AMOUNT (4)
077800     MOVE WS-TOT-AD-FUND    TO DL-AMOUNT (5)
077900     MOVE SPACES TO ROYSTMT-LINE
078000     WRITE ROYSTMT-LINE
078100     WRITE ROYSTMT-LINE FROM WS-DETAIL-LINE
078200     ADD 2 TO WS-REPORT-LINES
078300     IF WS-EXCL-COUNT > ZERO
078400         MOVE SPACES TO ROYSTMT-LINE
078500         WRITE ROYSTMT-LINE
078600         ADD 1 TO WS-REPORT-LINES
078700         PERFORM 3510-PRINT-ONE-EXCLUSION
078800             VARYING WS-EXCL-SUB FROM 1 BY 1
078900             UNTIL WS-EXCL-SUB > WS-EXCL-COUNT
079000     END-IF
079100     MOVE WS-FRANCHISEE-ID   TO MT-FRANCHISEE-ID
079200     MOVE WS-PERIOD-YYYYMM   TO MT-PERIOD
079300     MOVE WS-STORES-REMITTED TO MT-STORE-COUNT
079400     MOVE WS-TOT-QUALIFYING  TO MT-QUALIFYING
079500     MOVE WS-TOT-ROYALTY     TO MT-ROYALTY
079600     MOVE WS-TOT-AD-FUND     TO MT-AD-FUND
079700     WRITE ROYREMIT-RECORD FROM WS-REMIT-TRAILER.
079800*=================================================================
079900*    3510-PRINT-ONE-EXCLUSION
080000*=================================================================
080100 3510-PRINT-ONE-EXCLUSION.
080200     MOVE WS-EX-ACCOUNT (WS-EXCL-SUB)     TO XL-ACCOUNT
080300     MOVE WS-EX-DESCRIPTION (WS-EXCL-SUB) TO XL-DESCRIPTION
080400     WRITE ROYSTMT-LINE FROM WS-EXCL-LINE
080500     ADD 1 TO WS-REPORT-LINES.
080600*=================================================================
080700*    3600-APPEND-HISTORY - THE PERIOD IS NOW BOOKED
080800*=================================================================
080900 3600-APPEND-HISTORY.
081000     OPEN EXTEND ROYHIST-FILE
081100     IF FC-ROYHIST-STATUS = '00'
081200         OR FC-ROYHIST-STATUS = '05'
081300         MOVE SPACES TO ROYHIST-RECORD
081400         MOVE WS-PERIOD-YYYYMM         TO RH-PERIOD-YYYYMM
081500         MOVE WS-CURRENT-DATE-YYYYMMDD TO RH-RUN-DATE
081600         MOVE WS-REVENUE-SOURCE        TO RH-SOURCE
081700         MOVE WS-TOT-QUALIFYING        TO RH-QUALIFYING
081800         MOVE WS-TOT-ROYALTY           TO RH-ROYALTY
081900         MOVE WS-TOT-AD-FUND           TO RH-AD-FUND
082000         WRITE ROYHIST-RECORD
082100         CLOSE ROYHIST-FILE
082200     ELSE
082300         DISPLAY 'ROYALTY: UNABLE TO EXTEND ROYHIST, STATUS='
082400             FC-ROYHIST-STATUS
082500         MOVE 8 TO RETURN-CODE
082600     END-IF.
082700*=================================================================
082800*    6000-TERMINATE - CLOSE FILES, DISPLAY RUN TOTALS
082900*=================================================================
083000 6000-TERMINATE.
083100     IF WS-CONTRACT-LOADED
083200         IF WS-FROM-LEDGER
083300             CLOSE LEDGFILE
083400         ELSE
083500             CLOSE GLBATCH-IN
083600         END-IF
083700     END-IF
083800     CLOSE ROYSTMT-RPT
083900     CLOSE ROYREMIT-OUT
084000     CLOSE ROYREG-RPT
084100     IF WS-REPRINT
084200         AND RETURN-CODE < 4
084300         DISPLAY 'ROYALTY: PERIOD ALREADY BOOKED ON '
084400             WS-BOOKED-DATE ' - REPRINT ONLY'
084500         MOVE 4 TO RETURN-CODE
084600     END-IF
084700     DISPLAY 'ROYALTY: PERIOD           = ' WS-PERIOD-YYYYMM
084800     DISPLAY 'ROYALTY: REVENUE SOURCE   = ' WS-REVENUE-SOURCE
084900     DISPLAY 'ROYALTY: LEDGER ROWS      = ' WS-LEDG-READ
085000     DISPLAY 'ROYALTY: BATCHES READ     = ' WS-BATCHES-READ
085100     DISPLAY 'ROYALTY: BATCHES IN MONTH = ' WS-BATCHES-USED
085200     DISPLAY 'ROYALTY: BATCH LINES USED = ' WS-BATCH-LINES-USED
085300     DISPLAY 'ROYALTY: ROYCTL REJECTED  = ' WS-CTL-REJECTED
085400     DISPLAY 'ROYALTY: STORES REMITTED  = ' WS-STORES-REMITTED
085500     DISPLAY 'ROYALTY: QUALIFYING       = ' WS-TOT-QUALIFYING
085600     DISPLAY 'ROYALTY: ROYALTY          = ' WS-TOT-ROYALTY
085700     DISPLAY 'ROYALTY: AD FUND          = ' WS-TOT-AD-FUND
085800     DISPLAY 'ROYALTY: ROYREG LINES     = ' WS-REGISTER-LINES.
085900*=================================================================
086000*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
086100*=================================================================
086200 9000-DISPLAY-VERSION-TRAILER.
086300     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='ROYALTY -'==
086400                             ==:LINECOUNT:== BY
086500                                 WS-REPORT-LINES.
