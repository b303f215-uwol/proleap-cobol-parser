000100 IDENTIFICATION DIVISION.
000200*=================================================================
000300 PROGRAM-ID.    DEMOGRPT.
000400 AUTHOR.        PERSONNEL-SYSTEMS-GROUP.
000500 INSTALLATION.  MAIN-STREET-VIDEO.
000600 DATE-WRITTEN.  2026-10-15.
000700 DATE-COMPILED.
000800*=================================================================
000900*  MODIFICATION HISTORY
001000*  DATE       INIT  DESCRIPTION
001100*  2026-10-15 PSG   INITIAL VERSION - WORKFORCE DEMOGRAPHICS BY
001200*                   GENDER AND AGE BAND, DST WITHIN KNR.
001300*=================================================================
001400*  THE WORKS COUNCIL AND EQUAL-OPPORTUNITY FIGURES, OFF THE
001500*  DETAILS ISSUE14 VALIDATED (PERSVAL) RATHER THAN BY HAND FROM
001600*  THE ROSTER.  SORTED BY DST WITHIN KNR LIKE DEPTRSTR, EACH DST
001700*  GETS A BLOCK CROSS-TABULATING GENDER BY AGE BAND (AGE AT THE
001800*  END OF THE D111E-DAT-M/D111E-DAT-J REPORTING PERIOD), WITH A
001900*  KNR SUBTOTAL BLOCK AT EVERY KNR BREAK AND A GRAND TOTAL BLOCK
002000*  AT THE END.  EACH BLOCK'S HEADCOUNT IS SET AGAINST THE SAME
002100*  PERIOD LAST YEAR FROM THE HDCTHIST HISTORY (DST LINES FOR A
002200*  DST, KNR LINES FOR A KNR, ALL DST LINES FOR THE GRAND TOTAL;
002300*  THE LAST LINE FOR THE PERIOD WINS, AS ISSUE14 APPENDS EVERY
002400*  NIGHT).
002500*
002600*  SO NOBODY CAN BE PICKED OUT, A CELL OF ONE TO FOUR PEOPLE
002700*  PRINTS AS *.  A BLOCK WITH ONE SUCH CELL HIDES ITS SMALLEST
002800*  OTHER CELL AS WELL, OR THE HEADCOUNT WOULD GIVE IT AWAY; A
002900*  GENDER ROW SHOWS NO TOTAL WHEN ANY OF ITS CELLS IS HIDDEN;
003000*  AND A KNR OR GRAND TOTAL CELL BUILT FROM EXACTLY ONE HIDDEN
003100*  CELL BELOW IT IS HIDDEN TOO.  HEADCOUNTS THEMSELVES PRINT, AS
003200*  THE ROSTER ALREADY SHOWS THEM.
003300*=================================================================
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PERSVAL ASSIGN TO UT-S-PERSVAL
004100         FILE STATUS IS FC-PERSVAL-STATUS.
004200     SELECT OPTIONAL HDCTHIST-FILE ASSIGN TO 'HDCTHIST'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FC-HDCTHIST-STATUS.
004500     SELECT SORT-WORK ASSIGN TO 'SORTWK01'.
004600     SELECT DEMOG-RPT ASSIGN TO 'DEMOGRPT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FC-DEMOG-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PERSVAL
005200     LABEL RECORDS STANDARD
005300     RECORDING F
005400     BLOCK 0 RECORDS
005500     DATA RECORD D111E-DATEI.
005600 COPY D111EREC.
005700 FD  HDCTHIST-FILE
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  HDCT-RECORD.
006000     05  HH-PERIOD                  PIC 9(6).
006100     05  FILLER                     PIC X(1).
006200     05  HH-TYPE                    PIC X(1).
006300     05  FILLER                     PIC X(1).
006400     05  HH-CODE                    PIC 9(3).
006500     05  FILLER                     PIC X(1).
006600     05  HH-COUNT                   PIC 9(7).
006700     05  FILLER                     PIC X(60).
006800 SD  SORT-WORK.
006900 01  SORT-RECORD.
007000     05  SR-KNR                     PIC 9(2).
007100     05  SR-DST                     PIC 9(3).
007200     05  SR-GENDER-SUB              PIC 9(1).
007300     05  SR-AGE-BAND                PIC 9(1).
007400     05  SR-DAT-M                   PIC 9(2).
007500     05  SR-DAT-J                   PIC 9(4).
007600 FD  DEMOG-RPT
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  DEMOG-LINE                     PIC X(80).
007900 WORKING-STORAGE SECTION.
008000*=================================================================
008100 COPY VERSTAMP.
008200 01  FC-STATUSES.
008300     05  FC-PERSVAL-STATUS          PIC X(2).
008400     05  FC-HDCTHIST-STATUS         PIC X(2).
008500     05  FC-DEMOG-STATUS            PIC X(2).
008600 01  WS-SWITCHES.
008700     05  WS-EOF-SW                  PIC X(1) VALUE 'N'.
008800         88  WS-EOF                 VALUE 'Y'.
008900     05  WS-HIST-EOF-SW             PIC X(1) VALUE 'N'.
009000         88  WS-HIST-EOF            VALUE 'Y'.
009100     05  WS-SORT-EOF-SW             PIC X(1) VALUE 'N'.
009200         88  WS-SORT-EOF            VALUE 'Y'.
009300     05  WS-FIRST-RECORD-SW         PIC X(1) VALUE 'Y'.
009400         88  WS-FIRST-RECORD        VALUE 'Y'.
009500     05  WS-PRIOR-FOUND-SW          PIC X(1).
009600         88  WS-PRIOR-FOUND         VALUE 'Y'.
009700 01  WS-BREAK-KEYS.
009800     05  WS-BREAK-KNR               PIC 9(2).
009900     05  WS-BREAK-DST               PIC 9(3).
010000 01  WS-COUNTERS.
010100     05  WS-DETAILS-READ            PIC 9(7) VALUE ZERO.
010200     05  WS-BLOCKS-PRINTED          PIC 9(5) VALUE ZERO.
010300     05  WS-CELLS-HIDDEN            PIC 9(7) VALUE ZERO.
010400     05  WS-REPORT-LINES            PIC 9(7) VALUE ZERO.
010500 01  WS-AGE                         PIC S9(3).
010600 01  WS-PRIOR-PERIOD                PIC 9(6).
010700*=================================================================
010800*    CROSS-TAB - LEVEL 1 THE DST, 2 THE KNR, 3 THE GRAND TOTAL;
010900*    ROWS MALE/FEMALE/DIVERSE, COLUMNS THE FIVE AGE BANDS.  THE
011000*    HIDDEN-BELOW COUNT IS HOW MANY CELLS FEEDING THIS ONE WERE
011100*    HIDDEN ON THE LEVEL BELOW.
011200*=================================================================
011300 01  WS-CROSS-TAB.
011400     05  WS-XT-LEVEL OCCURS 3 TIMES.
011500         10  WS-XT-ROW OCCURS 3 TIMES.
011600             15  WS-XT-COUNT        PIC 9(7) OCCURS 5 TIMES.
011700             15  WS-XT-HIDDEN-BELOW PIC 9(5) OCCURS 5 TIMES.
011800 01  WS-HIDE-GRID.
011900     05  WS-HG-ROW OCCURS 3 TIMES.
012000         10  WS-HG-CELL-SW          PIC X(1) OCCURS 5 TIMES.
012100         10  WS-HG-ROW-HIDDEN       PIC 9(1).
012200 01  WS-SUBSCRIPTS.
012300     05  WS-LVL                     PIC 9(1).
012400     05  WS-NEXT-LVL                PIC 9(1).
012500     05  WS-GX                      PIC 9(1).
012600     05  WS-BX                      PIC 9(1).
012700     05  WS-BEST-GX                 PIC 9(1).
012800     05  WS-BEST-BX                 PIC 9(1).
012900 01  WS-BLOCK-FIELDS.
013000     05  WS-BLOCK-HEADCOUNT         PIC 9(7).
013100     05  WS-BLOCK-HIDDEN            PIC 9(2).
013200     05  WS-ROW-TOTAL               PIC 9(7).
013300     05  WS-BEST-COUNT              PIC 9(7).
013400     05  WS-CHANGE                  PIC S9(7).
013500     05  WS-LOOK-TYPE               PIC X(1).
013600     05  WS-LOOK-CODE               PIC 9(3).
013700     05  WS-PRIOR-COUNT             PIC 9(7).
013800*=================================================================
013900*    LAST YEAR'S HEADCOUNTS FOR THE SAME PERIOD FROM HDCTHIST
014000*=================================================================
014100 01  WS-PRIOR-TABLE.
014200     05  WS-PRIOR-ENTRIES           PIC 9(3) VALUE ZERO.
014300     05  WS-PRIOR-ENTRY OCCURS 200 TIMES
014400                         INDEXED BY WS-PRIOR-IDX.
014500         10  WS-PY-TYPE             PIC X(1).
014600         10  WS-PY-CODE             PIC 9(3).
014700         10  WS-PY-COUNT            PIC 9(7).
014800 01  WS-CELL-EDIT                   PIC ZZZZZZZ9.
014900 01  WS-CHANGE-EDIT                 PIC +++++++9.
015000 01  WS-PAGE-HEAD-LINE.
015100     05  FILLER                     PIC X(25)
015200         VALUE ' WORKFORCE DEMOGRAPHICS  '.
015300     05  FILLER                     PIC X(4)  VALUE 'KNR='.
015400     05  PH-KNR                     PIC 9(2).
015500     05  FILLER                     PIC X(9)
015600         VALUE '  PERIOD '.
015700     05  PH-DAT-M                   PIC 9(2).
015800     05  FILLER                     PIC X(1)  VALUE '/'.
015900     05  PH-DAT-J                   PIC 9(4).
016000 01  WS-BLOCK-HEAD-LINE.
016100     05  FILLER                     PIC X(1)  VALUE SPACE.
016200     05  BH-TEXT                    PIC X(14).
016300     05  BH-CODE                    PIC X(3).
016400     05  FILLER                     PIC X(1)  VALUE SPACE.
016500     05  BH-KNR-TEXT                PIC X(8).
016600     05  BH-KNR                     PIC X(2).
016700 01  WS-COLUMN-HEAD-LINE.
016800     05  FILLER                     PIC X(12) VALUE ' GENDER'.
016900     05  FILLER                     PIC X(8)  VALUE ' UNDER25'.
017000     05  FILLER                     PIC X(8)  VALUE '   25-34'.
017100     05  FILLER                     PIC X(8)  VALUE '   35-44'.
017200     05  FILLER                     PIC X(8)  VALUE '   45-54'.
017300     05  FILLER                     PIC X(8)  VALUE ' 55 OVER'.
017400     05  FILLER                     PIC X(1)  VALUE SPACE.
017500     05  FILLER                     PIC X(8)  VALUE '   TOTAL'.
017600 01  WS-GENDER-ROW.
017700     05  FILLER                     PIC X(1)  VALUE SPACE.
017800     05  GR-LABEL                   PIC X(11).
017900     05  GR-CELL                    PIC X(8)  OCCURS 5 TIMES.
018000     05  FILLER                     PIC X(1)  VALUE SPACE.
018100     05  GR-TOTAL                   PIC X(8).
018200 01  WS-HEADCOUNT-LINE.
018300     05  FILLER                     PIC X(12) VALUE ' HEADCOUNT'.
018400     05  HL-HEADCOUNT               PIC ZZZZZZZ9.
018500     05  FILLER                     PIC X(14)
018600         VALUE '   PRIOR YEAR '.
018700     05  HL-PRIOR                   PIC X(8).
018800     05  FILLER                     PIC X(10)
018900         VALUE '   CHANGE '.
019000     05  HL-CHANGE                  PIC X(8).
019100 01  WS-LEGEND-LINE.
019200     05  FILLER                     PIC X(40) VALUE
019300         ' * = FEWER THAN FIVE PEOPLE, OR WITHHELD'.
019400     05  FILLER                     PIC X(34) VALUE
019500         ' SO A SMALL CELL CANNOT BE DERIVED'.
019600 PROCEDURE DIVISION.
019700*=================================================================
019800 0000-MAINLINE.
019900     PERFORM 0900-DISPLAY-VERSION-STAMP
020000     SORT SORT-WORK
020100         ASCENDING KEY SR-KNR SR-DST
020200         INPUT PROCEDURE IS 1000-SELECT-DETAILS
020300         OUTPUT PROCEDURE IS 2000-PRINT-DEMOGRAPHICS
020400     PERFORM 9000-DISPLAY-VERSION-TRAILER
020500     STOP RUN.
020600*=================================================================
020700*    0900-DISPLAY-VERSION-STAMP - STANDARD START-UP BANNER
020800*=================================================================
020900 0900-DISPLAY-VERSION-STAMP.
021000     COPY VERSTMPP REPLACING ==:PROGNAME:== BY =='DEMOGRPT -'==
021100                             ==:PROGVERS:== BY =='Version 001'==.
021200*=================================================================
021300*    1000-SELECT-DETAILS - ONE SORT RECORD PER VALIDATED DETAIL
021400*=================================================================
021500 1000-SELECT-DETAILS.
021600     OPEN INPUT PERSVAL
021700     IF FC-PERSVAL-STATUS NOT = '00'
021800         DISPLAY 'DEMOGRPT: UNABLE TO OPEN PERSVAL, STATUS='
021900             FC-PERSVAL-STATUS
022000         MOVE 12 TO RETURN-CODE
022100         MOVE 'Y' TO WS-EOF-SW
022200     END-IF
022300     PERFORM 1100-RELEASE-ONE-RECORD
022400         UNTIL WS-EOF
022500     CLOSE PERSVAL.
022600*=================================================================
022700*    1100-RELEASE-ONE-RECORD
022800*=================================================================
022900 1100-RELEASE-ONE-RECORD.
023000     READ PERSVAL
023100         AT END
023200             MOVE 'Y' TO WS-EOF-SW
023300     END-READ
023400     IF NOT WS-EOF
023500         AND D111E-SATZART-DETAIL
023600         ADD 1 TO WS-DETAILS-READ
023700         MOVE D111E-KNR              TO SR-KNR
023800         MOVE D111E-DST              TO SR-DST
023900         MOVE D111E-DAT-M            TO SR-DAT-M
024000         MOVE D111E-DAT-J            TO SR-DAT-J
024100         EVALUATE D111E-GESCHLECHT
024200             WHEN 'M'
024300                 MOVE 1 TO SR-GENDER-SUB
024400             WHEN 'W'
024500                 MOVE 2 TO SR-GENDER-SUB
024600             WHEN OTHER
024700                 MOVE 3 TO SR-GENDER-SUB
024800         END-EVALUATE
024900         PERFORM 1200-FIND-THE-AGE-BAND
025000         RELEASE SORT-RECORD
025100     END-IF.
025200*=================================================================
025300*    1200-FIND-THE-AGE-BAND - AGE AT THE END OF THE REPORTING
025400*    MONTH: A BIRTHDAY LATER IN THE YEAR IS NOT YET REACHED
025500*=================================================================
025600 1200-FIND-THE-AGE-BAND.
025700     COMPUTE WS-AGE = D111E-DAT-J - D111E-GEB-DAT-J
025800     IF D111E-GEB-DAT-M > D111E-DAT-M
025900         SUBTRACT 1 FROM WS-AGE
026000     END-IF
026100     EVALUATE TRUE
026200         WHEN WS-AGE < 25
026300             MOVE 1 TO SR-AGE-BAND
026400         WHEN WS-AGE < 35
026500             MOVE 2 TO SR-AGE-BAND
026600         WHEN WS-AGE < 45
026700             MOVE 3 TO SR-AGE-BAND
026800         WHEN WS-AGE < 55
026900             MOVE 4 TO SR-AGE-BAND
027000         WHEN OTHER
027100             MOVE 5 TO SR-AGE-BAND
027200     END-EVALUATE.
027300*=================================================================
027400*    2000-PRINT-DEMOGRAPHICS - CONTROL BREAKS ON DST WITHIN KNR
027500*=================================================================
027600 2000-PRINT-DEMOGRAPHICS.
027700     OPEN OUTPUT DEMOG-RPT
027800     INITIALIZE WS-CROSS-TAB
027900     PERFORM 2100-RETURN-ONE-RECORD
028000     PERFORM 2200-PROCESS-ONE-RECORD
028100         UNTIL WS-SORT-EOF
028200     IF NOT WS-FIRST-RECORD
028300         PERFORM 2500-CLOSE-DST-BREAK
028400         PERFORM 2600-CLOSE-KNR-BREAK
028500         PERFORM 2700-PRINT-GRAND-TOTAL
028600         WRITE DEMOG-LINE FROM WS-LEGEND-LINE
028700         ADD 1 TO WS-REPORT-LINES
028800     END-IF
028900     CLOSE DEMOG-RPT
029000     DISPLAY 'DEMOGRPT: DETAILS SORTED = ' WS-DETAILS-READ
029100     DISPLAY 'DEMOGRPT: BLOCKS PRINTED = ' WS-BLOCKS-PRINTED
029200     DISPLAY 'DEMOGRPT: CELLS HIDDEN   = ' WS-CELLS-HIDDEN.
029300*=================================================================
029400*    2100-RETURN-ONE-RECORD
029500*=================================================================
029600 2100-RETURN-ONE-RECORD.
029700     RETURN SORT-WORK
029800         AT END
029900             MOVE 'Y' TO WS-SORT-EOF-SW
030000     END-RETURN.
030100*=================================================================
030200*    2200-PROCESS-ONE-RECORD - COUNT THE PERSON AT ALL THREE
030300*    LEVELS
030400*=================================================================
030500 2200-PROCESS-ONE-RECORD.
030600     IF WS-FIRST-RECORD
030700         MOVE 'N' TO WS-FIRST-RECORD-SW
030800         MOVE SR-KNR TO WS-BREAK-KNR
030900         MOVE SR-DST TO WS-BREAK-DST
031000         PERFORM 2250-LOAD-PRIOR-YEAR
031100         PERFORM 2300-OPEN-KNR-PAGE
031200     ELSE
031300         IF SR-KNR NOT = WS-BREAK-KNR
031400             PERFORM 2500-CLOSE-DST-BREAK
031500             PERFORM 2600-CLOSE-KNR-BREAK
031600             MOVE SR-KNR TO WS-BREAK-KNR
031700             MOVE SR-DST TO WS-BREAK-DST
031800             PERFORM 2300-OPEN-KNR-PAGE
031900         ELSE
032000             IF SR-DST NOT = WS-BREAK-DST
032100                 PERFORM 2500-CLOSE-DST-BREAK
032200                 MOVE SR-DST TO WS-BREAK-DST
032300             END-IF
032400         END-IF
032500     END-IF
032600     ADD 1 TO WS-XT-COUNT (1 SR-GENDER-SUB SR-AGE-BAND)
032700     ADD 1 TO WS-XT-COUNT (2 SR-GENDER-SUB SR-AGE-BAND)
032800     ADD 1 TO WS-XT-COUNT (3 SR-GENDER-SUB SR-AGE-BAND)
032900     PERFORM 2100-RETURN-ONE-RECORD.
033000*=================================================================
033100*    2250-LOAD-PRIOR-YEAR - HDCTHIST LINES FOR THE SAME MONTH A
033200*    YEAR BEFORE THE REPORTING PERIOD; A LATER LINE FOR THE SAME
033300*    CODE REPLACES AN EARLIER ONE
033400*=================================================================
033500 2250-LOAD-PRIOR-YEAR.
033600     COMPUTE WS-PRIOR-PERIOD = (SR-DAT-J - 1) * 100 + SR-DAT-M
033700     OPEN INPUT HDCTHIST-FILE
033800     IF FC-HDCTHIST-STATUS NOT = '00'
033900         DISPLAY 'DEMOGRPT: NO HDCTHIST, STATUS='
034000             FC-HDCTHIST-STATUS
034100         MOVE 'Y' TO WS-HIST-EOF-SW
034200     END-IF
034300     PERFORM 2260-LOAD-ONE-HISTORY-LINE
034400         UNTIL WS-HIST-EOF
034500     CLOSE HDCTHIST-FILE.
034600*=================================================================
034700*    2260-LOAD-ONE-HISTORY-LINE
034800*=================================================================
034900 2260-LOAD-ONE-HISTORY-LINE.
035000     READ HDCTHIST-FILE
035100         AT END
035200             MOVE 'Y' TO WS-HIST-EOF-SW
035300     END-READ
035400     IF NOT WS-HIST-EOF
035500         AND HH-PERIOD NUMERIC
035600         AND HH-COUNT NUMERIC
035700         AND HH-PERIOD = WS-PRIOR-PERIOD
035800         SET WS-PRIOR-IDX TO 1
035900         SEARCH WS-PRIOR-ENTRY
036000             AT END
036100                 PERFORM 2270-ADD-PRIOR-ENTRY
036200             WHEN WS-PY-TYPE (WS-PRIOR-IDX) = HH-TYPE
036300                 AND WS-PY-CODE (WS-PRIOR-IDX) = HH-CODE
036400                 MOVE HH-COUNT TO WS-PY-COUNT (WS-PRIOR-IDX)
036500         END-SEARCH
036600     END-IF.
036700*=================================================================
036800*    2270-ADD-PRIOR-ENTRY
036900*=================================================================
037000 2270-ADD-PRIOR-ENTRY.
037100     IF WS-PRIOR-ENTRIES < 200
037200         ADD 1 TO WS-PRIOR-ENTRIES
037300         SET WS-PRIOR-IDX TO WS-PRIOR-ENTRIES
037400         MOVE HH-TYPE  TO WS-PY-TYPE (WS-PRIOR-IDX)
037500         MOVE HH-CODE  TO WS-PY-CODE (WS-PRIOR-IDX)
037600         MOVE HH-COUNT TO WS-PY-COUNT (WS-PRIOR-IDX)
037700     ELSE
037800         DISPLAY 'DEMOGRPT: PRIOR-YEAR TABLE FULL, LINE DROPPED'
037900     END-IF.
038000*=================================================================
038100*    2300-OPEN-KNR-PAGE
038200*=================================================================
038300 2300-OPEN-KNR-PAGE.
038400     MOVE SR-KNR                     TO PH-KNR
038500     MOVE SR-DAT-M                   TO PH-DAT-M
038600     MOVE SR-DAT-J                   TO PH-DAT-J
038700     WRITE DEMOG-LINE FROM WS-PAGE-HEAD-LINE
038800         AFTER ADVANCING PAGE
038900     ADD 1 TO WS-REPORT-LINES.
039000*=================================================================
039100*    2500-CLOSE-DST-BREAK
039200*=================================================================
039300 2500-CLOSE-DST-BREAK.
039400     MOVE 'DST           '           TO BH-TEXT
039500     MOVE WS-BREAK-DST               TO BH-CODE
039600     MOVE ' IN KNR '                 TO BH-KNR-TEXT
039700     MOVE WS-BREAK-KNR               TO BH-KNR
039800     MOVE 'D'                        TO WS-LOOK-TYPE
039900     MOVE WS-BREAK-DST               TO WS-LOOK-CODE
040000     PERFORM 5500-FIND-PRIOR-COUNT
040100     MOVE 1 TO WS-LVL
040200     PERFORM 5000-PRINT-ONE-BLOCK.
040300*=================================================================
040400*    2600-CLOSE-KNR-BREAK
040500*=================================================================
040600 2600-CLOSE-KNR-BREAK.
040700     MOVE 'KNR SUBTOTAL  '           TO BH-TEXT
040800     MOVE WS-BREAK-KNR               TO BH-CODE
040900     MOVE SPACES                     TO BH-KNR-TEXT
041000     MOVE SPACES                     TO BH-KNR
041100     MOVE 'K'                        TO WS-LOOK-TYPE
041200     MOVE WS-BREAK-KNR               TO WS-LOOK-CODE
041300     PERFORM 5500-FIND-PRIOR-COUNT
041400     MOVE 2 TO WS-LVL
041500     PERFORM 5000-PRINT-ONE-BLOCK.
041600*=================================================================
041700*    2700-PRINT-GRAND-TOTAL - ON ITS OWN PAGE; LAST YEAR'S
041800*    FIGURE IS EVERY DST LINE FOR THE PERIOD ADDED UP
041900*=================================================================
042000 2700-PRINT-GRAND-TOTAL.
042100     MOVE SPACES TO DEMOG-LINE
042200     WRITE DEMOG-LINE
042300         AFTER ADVANCING PAGE
042400     ADD 1 TO WS-REPORT-LINES
042500     MOVE 'GRAND TOTAL   '           TO BH-TEXT
042600     MOVE SPACES                     TO BH-CODE
042700     MOVE SPACES                     TO BH-KNR-TEXT
042800     MOVE SPACES                     TO BH-KNR
042900     MOVE 'N' TO WS-PRIOR-FOUND-SW
043000     MOVE ZERO TO WS-PRIOR-COUNT
043100     PERFORM 2710-ADD-ONE-PRIOR-DST
043200         VARYING WS-PRIOR-IDX FROM 1 BY 1
043300         UNTIL WS-PRIOR-IDX > WS-PRIOR-ENTRIES
043400     MOVE 3 TO WS-LVL
043500     PERFORM 5000-PRINT-ONE-BLOCK.
043600*=================================================================
043700*    2710-ADD-ONE-PRIOR-DST
043800*=================================================================
043900 2710-ADD-ONE-PRIOR-DST.
044000     IF WS-PY-TYPE (WS-PRIOR-IDX) = 'D'
044100         MOVE 'Y' TO WS-PRIOR-FOUND-SW
044200         ADD WS-PY-COUNT (WS-PRIOR-IDX) TO WS-PRIOR-COUNT
044300     END-IF.
044400*=================================================================
044500*    5000-PRINT-ONE-BLOCK - THE CROSS-TAB FOR LEVEL WS-LVL, THEN
044600*    CLEAR THAT LEVEL FOR THE NEXT DST OR KNR
044700*=================================================================
044800 5000-PRINT-ONE-BLOCK.
044900     PERFORM 5100-DECIDE-HIDDEN-CELLS
045000     WRITE DEMOG-LINE FROM WS-BLOCK-HEAD-LINE
045100     WRITE DEMOG-LINE FROM WS-COLUMN-HEAD-LINE
045200     ADD 2 TO WS-REPORT-LINES
045300     PERFORM 5300-PRINT-ONE-GENDER-ROW
045400         VARYING WS-GX FROM 1 BY 1
045500         UNTIL WS-GX > 3
045600     PERFORM 5400-PRINT-HEADCOUNT-LINE
045700     MOVE SPACES TO DEMOG-LINE
045800     WRITE DEMOG-LINE
045900     ADD 1 TO WS-REPORT-LINES
046000     ADD 1 TO WS-BLOCKS-PRINTED
046100     INITIALIZE WS-XT-LEVEL (WS-LVL).
046200*=================================================================
046300*    5100-DECIDE-HIDDEN-CELLS - SMALL CELLS AND CELLS BUILT FROM
046400*    ONE HIDDEN CELL BELOW; A LONE HIDDEN CELL TAKES THE
046500*    SMALLEST OTHER CELL WITH IT, PREFERRING ONE THAT ALREADY
046600*    HIDES SOMETHING BELOW; THE HIDDEN CELLS ARE THEN COUNTED
046700*    INTO THE LEVEL ABOVE
046800*=================================================================
046900 5100-DECIDE-HIDDEN-CELLS.
047000     MOVE ZERO TO WS-BLOCK-HEADCOUNT
047100     MOVE ZERO TO WS-BLOCK-HIDDEN
047200     PERFORM 5110-CHECK-ONE-CELL
047300         VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 3
047400         AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
047500     IF WS-BLOCK-HIDDEN = 1
047600         MOVE 9999999 TO WS-BEST-COUNT
047700         PERFORM 5120-PICK-COVERED-CELL
047800             VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 3
047900             AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
048000         IF WS-BEST-COUNT = 9999999
048100             PERFORM 5130-PICK-ANY-CELL
048200                 VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 3
048300                 AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
048400         END-IF
048500         IF WS-BEST-COUNT NOT = 9999999
048600             MOVE 'Y' TO WS-HG-CELL-SW (WS-BEST-GX WS-BEST-BX)
048700             ADD 1 TO WS-HG-ROW-HIDDEN (WS-BEST-GX)
048800             ADD 1 TO WS-BLOCK-HIDDEN
048900         END-IF
049000     END-IF
049100     ADD WS-BLOCK-HIDDEN TO WS-CELLS-HIDDEN
049200     IF WS-LVL < 3
049300         COMPUTE WS-NEXT-LVL = WS-LVL + 1
049400         PERFORM 5140-PASS-HIDDEN-UPWARD
049500             VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 3
049600             AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 5
049700     END-IF.
049800*=================================================================
049900*    5110-CHECK-ONE-CELL
050000*=================================================================
050100 5110-CHECK-ONE-CELL.
050200     IF WS-BX = 1
050300         MOVE ZERO TO WS-HG-ROW-HIDDEN (WS-GX)
050400     END-IF
050500     MOVE 'N' TO WS-HG-CELL-SW (WS-GX WS-BX)
050600     ADD WS-XT-COUNT (WS-LVL WS-GX WS-BX) TO WS-BLOCK-HEADCOUNT
050700     IF (WS-XT-COUNT (WS-LVL WS-GX WS-BX) > ZERO
050800         AND WS-XT-COUNT (WS-LVL WS-GX WS-BX) < 5)
050900         OR WS-XT-HIDDEN-BELOW (WS-LVL WS-GX WS-BX) = 1
051000         MOVE 'Y' TO WS-HG-CELL-SW (WS-GX WS-BX)
051100         ADD 1 TO WS-HG-ROW-HIDDEN (WS-GX)
051200         ADD 1 TO WS-BLOCK-HIDDEN
051300     END-IF.
051400*=================================================================
051500*    5120-PICK-COVERED-CELL - SMALLEST SHOWING CELL THAT
051600*    ALREADY HIDES SOMETHING ON THE LEVEL BELOW
051700*=================================================================
051800 5120-PICK-COVERED-CELL.
051900     IF WS-HG-CELL-SW (WS-GX WS-BX) = 'N'
052000         AND WS-XT-COUNT (WS-LVL WS-GX WS-BX) > ZERO
052100         AND WS-XT-COUNT (WS-LVL WS-GX WS-BX) < WS-BEST-COUNT
052200         AND WS-XT-HIDDEN-BELOW (WS-LVL WS-GX WS-BX) > ZERO
052300         MOVE WS-XT-COUNT (WS-LVL WS-GX WS-BX) TO WS-BEST-COUNT
052400         MOVE WS-GX TO WS-BEST-GX
052500         MOVE WS-BX TO WS-BEST-BX
052600     END-IF.
052700*=================================================================
052800*    5130-PICK-ANY-CELL - SMALLEST SHOWING CELL
052900*=================================================================
053000 5130-PICK-ANY-CELL.
053100     IF WS-HG-CELL-SW (WS-GX WS-BX) = 'N'
053200         AND WS-XT-COUNT (WS-LVL WS-GX WS-BX) > ZERO
053300         AND WS-XT-COUNT (WS-LVL WS-GX WS-BX) < WS-BEST-COUNT
053400         MOVE WS-XT-COUNT (WS-LVL WS-GX WS-BX) TO WS-BEST-COUNT
053500         MOVE WS-GX TO WS-BEST-GX
053600         MOVE WS-BX TO WS-BEST-BX
053700     END-IF.
053800*=================================================================
053900*    5140-PASS-HIDDEN-UPWARD
054000*=================================================================
054100 5140-PASS-HIDDEN-UPWARD.
054200     IF WS-HG-CELL-SW (WS-GX WS-BX) = 'Y'
054300         ADD 1 TO WS-XT-HIDDEN-BELOW (WS-NEXT-LVL WS-GX WS-BX)
054400     END-IF.
054500*=================================================================
054600*    5300-PRINT-ONE-GENDER-ROW - NO ROW TOTAL WHEN ANY CELL IN
054700*    THE ROW IS HIDDEN
054800*=================================================================
054900 5300-PRINT-ONE-GENDER-ROW.
055000     EVALUATE WS-GX
055100         WHEN 1
055200             MOVE 'MALE'                TO GR-LABEL
055300         WHEN 2
055400             MOVE 'FEMALE'              TO GR-LABEL
055500         WHEN OTHER
055600             MOVE 'DIVERSE'             TO GR-LABEL
055700     END-EVALUATE
055800     MOVE ZERO TO WS-ROW-TOTAL
055900     PERFORM 5310-FORMAT-ONE-CELL
056000         VARYING WS-BX FROM 1 BY 1
056100         UNTIL WS-BX > 5
056200     IF WS-HG-ROW-HIDDEN (WS-GX) > ZERO
056300         MOVE '       *'                TO GR-TOTAL
056400     ELSE
056500         MOVE WS-ROW-TOTAL              TO WS-CELL-EDIT
056600         MOVE WS-CELL-EDIT              TO GR-TOTAL
056700     END-IF
056800     WRITE DEMOG-LINE FROM WS-GENDER-ROW
056900     ADD 1 TO WS-REPORT-LINES.
057000*=================================================================
057100*    5310-FORMAT-ONE-CELL
057200*=================================================================
057300 5310-FORMAT-ONE-CELL.
057400     ADD WS-XT-COUNT (WS-LVL WS-GX WS-BX) TO WS-ROW-TOTAL
057500     IF WS-HG-CELL-SW (WS-GX WS-BX) = 'Y'
057600         MOVE '       *'                TO GR-CELL (WS-BX)
057700     ELSE
057800         MOVE WS-XT-COUNT (WS-LVL WS-GX WS-BX) TO WS-CELL-EDIT
057900         MOVE WS-CELL-EDIT              TO GR-CELL (WS-BX)
058000     END-IF.
058100*=================================================================
058200*    5400-PRINT-HEADCOUNT-LINE - AGAINST THE SAME PERIOD LAST
058300*    YEAR
058400*=================================================================
058500 5400-PRINT-HEADCOUNT-LINE.
058600     MOVE WS-BLOCK-HEADCOUNT        TO HL-HEADCOUNT
058700     IF WS-PRIOR-FOUND
058800         MOVE WS-PRIOR-COUNT        TO WS-CELL-EDIT
058900         MOVE WS-CELL-EDIT          TO HL-PRIOR
059000         COMPUTE WS-CHANGE = WS-BLOCK-HEADCOUNT - WS-PRIOR-COUNT
059100         MOVE WS-CHANGE             TO WS-CHANGE-EDIT
059200         MOVE WS-CHANGE-EDIT        TO HL-CHANGE
059300     ELSE
059400         MOVE '    NONE'            TO HL-PRIOR
059500         MOVE SPACES                TO HL-CHANGE
059600     END-IF
059700     WRITE DEMOG-LINE FROM WS-HEADCOUNT-LINE
059800     ADD 1 TO WS-REPORT-LINES.
059900*=================================================================
060000*    5500-FIND-PRIOR-COUNT - BY TYPE AND CODE
060100*=================================================================
060200 5500-FIND-PRIOR-COUNT.
060300     MOVE 'N' TO WS-PRIOR-FOUND-SW
060400     MOVE ZERO TO WS-PRIOR-COUNT
060500     IF WS-PRIOR-ENTRIES > ZERO
060600         SET WS-PRIOR-IDX TO 1
060700         SEARCH WS-PRIOR-ENTRY
060800             AT END
060900                 CONTINUE
061000             WHEN WS-PY-TYPE (WS-PRIOR-IDX) = WS-LOOK-TYPE
061100                 AND WS-PY-CODE (WS-PRIOR-IDX) = WS-LOOK-CODE
061200                 MOVE 'Y' TO WS-PRIOR-FOUND-SW
061300                 MOVE WS-PY-COUNT (WS-PRIOR-IDX)
061400                     TO WS-PRIOR-COUNT
061500         END-SEARCH
061600     END-IF.
061700*=================================================================
061800*=================================================================
061900*    9000-DISPLAY-VERSION-TRAILER - STANDARD RUN-TRAILER
062000*=================================================================
062100 9000-DISPLAY-VERSION-TRAILER.
062200     COPY VERSTMPT REPLACING ==:PROGNAME:==  BY =='DEMOGRPT -'==
062300                             ==:LINECOUNT:== BY
062400                                 WS-REPORT-LINES.
